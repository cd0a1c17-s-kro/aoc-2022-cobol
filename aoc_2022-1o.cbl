       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc_2022-1o.
       AUTHOR. Stephen Krochenski.
       DATE-WRITTEN. Oct 15 2026.
       REMARKS. Advent of Code 2022 Day 1 - post-repair provisioning
           adjustment.  Suspense records repaired by the correction
           pass (aoc_2022-1i) and folded back by the merge step
           (aoc_2022-1j) never reached downstream: the history
           posting skips a run date it has already posted, and run
           control rightly blocks a rerun of a date that already
           shipped, so the provisioning system and the elf history
           master both kept the short figures.  This step compares
           the merged extract against the provisioning extract that
           actually shipped for the same date, writes an adjustment
           interface file (see PROVADJ.CPY) with one record per elf
           whose total moved - original figure, corrected figure,
           and the delta - and posts only the deltas to the elf's
           month-to-date and year-to-date figures on the history
           master (see ELFHST.CPY).  The provisioning system's
           acknowledgment of the adjustment is reconciled by
           aoc_2022-1q ADJ, the same way as the main feed.
      *
      * The shipped extract is the rotated prior-run copy
      * (aoc_2022-1-provision-prev.dat) - the one a completed night
      * leaves behind and the one the main acknowledgment is matched
      * against.  Its header date must be the merged extract's
      * header date, and that date must already be posted to the
      * history master; a night that never completed has nothing
      * shipped to adjust, and is rerun against the merged extract
      * instead.
      *
      * Every adjustment posted is also appended to the adjustment
      * register (aoc_2022-1-provadj.hst).  An elf's "original"
      * figure is the shipped figure overlaid by the latest
      * registered correction for that date, so running this step
      * twice posts nothing the second time, and a second round of
      * repairs for the same date adjusts only from the first
      * round's corrected figure.
      *
      * An adjustment file still waiting on its acknowledgment is
      * never overwritten: the provisioning system may not have
      * picked it up yet.  The nightly job retires the file
      * (to aoc_2022-1-provadj-done.dat) with its acknowledgment
      * once aoc_2022-1q ADJ has reconciled the two, so an
      * aoc_2022-1-provadj.dat on hand that carries any adjustment
      * record is outstanding, and this step refuses to run until
      * it has been acknowledged.  When no elf's figure moved no
      * adjustment file is written at all.
      *
      * The history master holds one running period per elf, so a
      * delta is only posted where the period still covers the date
      * being adjusted: month-to-date when the elf's last-posted
      * date is in the same month, year-to-date when it is in the
      * same year.  A delta that falls into a closed period is still
      * shipped and registered, and shown on the listing as not
      * posted.
      *
      * The per-elf daily results store (see ELFDAY.CPY) keeps every
      * day, so there is no closed period there: the adjusted date's
      * record for the elf is rewritten with the corrected figure
      * (written, for an elf the shipped extract never carried, and
      * deleted for one the repairs dropped entirely).
      *
      * Condition codes:
      *   0   adjustment file written and deltas posted (or nothing
      *       to adjust - no adjustment file is written)
      *   8   an earlier adjustment file not yet acknowledged is
      *       still on hand (left untouched), or it or the new one
      *       could not be opened, merged or shipped extract
      *       missing, no header/trailer,
      *       trailer mismatch, the two extracts are for different
      *       dates, the date is not yet posted to the history
      *       master, the history master or daily results store is
      *       unusable, or the adjustment register overflowed
      *
      * Mod log:
      * Oct 15 2026  SK  Refuse to run while the adjustment file on
      *                  hand carries adjustments not yet
      *                  acknowledged - it was overwritten by a
      *                  second run or a second round of repairs
      *                  before the provisioning system picked it
      *                  up.  The adjustment file is only written
      *                  when an elf's figure moved.
      * Oct 15 2026  SK  An elf first written to the daily results
      *                  store by an adjustment is flagged as having
      *                  been in suspense that night.
      * Oct 15 2026  SK  The corrected figure is also rewritten to
      *                  the adjusted date's record in the per-elf
      *                  daily results store.
      * Oct 15 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGED-EXTRACT
           ASSIGN TO 'aoc_2022-1-merged.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MRG-FILE-STATUS.

           SELECT PROV-EXTRACT
           ASSIGN TO 'aoc_2022-1-provision-prev.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROV-FILE-STATUS.

           SELECT ADJ-REGISTER
           ASSIGN TO 'aoc_2022-1-provadj.hst'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT MRG-SORTED
           ASSIGN TO 'aoc_2022-1o-mrg.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRV-SORTED
           ASSIGN TO 'aoc_2022-1o-prv.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADJ-FILE
           ASSIGN TO 'aoc_2022-1-provadj.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT ADJ-RPT
           ASSIGN TO 'aoc_2022-1-provadj.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ELF-HISTORY
           ASSIGN TO 'aoc_2022-1-elfhist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ELF-HST-ID
           FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT ELF-DAILY
           ASSIGN TO 'aoc_2022-1-elfday.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ELF-DAY-KEY
           FILE STATUS IS WS-DAY-FILE-STATUS.

           SELECT RUN-JOURNAL
           ASSIGN TO 'aoc_2022-1-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT SORT-WORK
           ASSIGN TO 'aoc_2022-1o.srt'.

       DATA DIVISION.
       FILE SECTION.
       FD MERGED-EXTRACT.
           COPY ELFREC.

       FD PROV-EXTRACT.
       01 PROV-EXTRACT-LINE       PIC X(27) VALUE SPACES.

       FD ADJ-REGISTER.
       01 ADJ-REGISTER-LINE       PIC X(67) VALUE SPACES.

       FD MRG-SORTED.
       01 MRG-SORTED-LINE         PIC X(17) VALUE SPACES.

       FD PRV-SORTED.
       01 PRV-SORTED-LINE         PIC X(17) VALUE SPACES.

       FD ADJ-FILE.
       01 ADJ-FILE-LINE           PIC X(45) VALUE SPACES.

       FD ADJ-RPT.
       01 ADJ-RPT-LINE            PIC X(100) VALUE SPACES.

       FD ELF-HISTORY.
           COPY ELFHST.

       FD ELF-DAILY.
           COPY ELFDAY.

       FD RUN-JOURNAL.
       01 RUN-JOURNAL-LINE        PIC X(61) VALUE SPACES.

      *    One record per elf from either extract; the ascending
      *    elf-id sort is what lines the two sides up for the
      *    match-merge.
       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-ELF-ID          PIC 9(05).
           05 SORT-CALORIES        PIC 9(12).

       WORKING-STORAGE SECTION.
       01 WS-MRG-EOF              PIC A(1)  VALUE 'F'.
       01 WS-PROV-EOF             PIC A(1)  VALUE 'F'.
       01 WS-REG-EOF              PIC A(1)  VALUE 'F'.
       01 WS-HST-EOF              PIC A(1)  VALUE 'F'.
       01 WS-MRG-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-PROV-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-REG-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-HST-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-DAY-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-ADJ-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-ADJ-EOF              PIC A(1)  VALUE 'F'.
       01 WS-ADJ-FILE-OPEN        PIC A(1)  VALUE 'N'.

      *    An adjustment file already on hand - its header, and how
      *    many adjustment records it carries.
       01 WS-PEND-DATE            PIC 9(08) VALUE 0.
       01 WS-PEND-CREATED-DATE    PIC 9(08) VALUE 0.
       01 WS-PEND-CREATED-TIME    PIC 9(06) VALUE 0.
       01 WS-PEND-COUNT           PIC 9(08) VALUE 0.

      *    Merged (ELVES-format) extract control-record view and
      *    the tallies checked against its trailer.
           COPY ELFCTL.

       01 WS-CALORIES-AS-NUM      PIC 9(10) VALUE 0.
       01 WS-GRP-CALORIES         PIC 9(12) VALUE 0.
       01 WS-GRP-ITEMS            PIC 9(05) VALUE 0.
       01 WS-GRP-ELF-ID           PIC 9(05) VALUE 0.
       01 WS-MRG-SEEN-HDR         PIC A(1)  VALUE 'N'.
       01 WS-MRG-SEEN-TRL         PIC A(1)  VALUE 'N'.
       01 WS-MRG-HDR-DATE         PIC 9(08) VALUE 0.
       01 WS-MRG-CHK-RECORDS      PIC 9(08) VALUE 0.
       01 WS-MRG-CHK-ELVES        PIC 9(05) VALUE 0.
       01 WS-MRG-CHK-CALORIES     PIC 9(12) VALUE 0.
       01 WS-MRG-TRL-RECORDS      PIC 9(08) VALUE 0.
       01 WS-MRG-TRL-ELVES        PIC 9(05) VALUE 0.
       01 WS-MRG-TRL-CALORIES     PIC 9(12) VALUE 0.

      *    Shipped provisioning extract layouts (see PROVREC.CPY)
      *    and the tallies checked against its trailer.
           COPY PROVREC.

       01 WS-PROV-SEEN-HDR        PIC A(1)  VALUE 'N'.
       01 WS-PROV-SEEN-TRL        PIC A(1)  VALUE 'N'.
       01 WS-PROV-HDR-DATE        PIC 9(08) VALUE 0.
       01 WS-PROV-CHK-RECORDS     PIC 9(08) VALUE 0.
       01 WS-PROV-CHK-CALORIES    PIC 9(12) VALUE 0.
       01 WS-PROV-TRL-RECORDS     PIC 9(08) VALUE 0.
       01 WS-PROV-TRL-CALORIES    PIC 9(12) VALUE 0.
       01 WS-ANY-BAD              PIC A(1)  VALUE 'N'.

      *    Adjustment interface layouts (see PROVADJ.CPY).
           COPY PROVADJ.

      *    Adjustment register record - the date adjusted, when the
      *    adjustment was posted, and the adjustment detail exactly
      *    as it was shipped.
       01 WS-REG-RECORD.
           05 WS-REG-ADJ-DATE      PIC 9(08).
           05 WS-REG-POSTED-DATE   PIC 9(08).
           05 WS-REG-POSTED-TIME   PIC 9(06).
           05 WS-REG-DETAIL        PIC X(45).

      *    Corrections already registered for this date - the latest
      *    corrected figure per elf.  Bounded by the validation
      *    tolerance the same way the repaired-records set is.
       01 WS-PRIOR-COUNT          PIC 9(03) VALUE 0.
       01 WS-PRIOR-IDX            PIC 9(03) VALUE 0.
       01 WS-MAX-PRIOR            PIC 9(03) VALUE 500.
       01 WS-PRIOR-OVERFLOW       PIC A(1)  VALUE 'N'.
       01 WS-PRIOR-FOUND          PIC A(1)  VALUE 'N'.
       01 WS-PRIOR-TABLE.
           05 WS-PRIOR-ENTRY OCCURS 500 TIMES.
              10 WS-PT-ELF-ID       PIC 9(05).
              10 WS-PT-CORR-CALS    PIC 9(12).
              10 WS-PT-USED         PIC A(1).

      *    Adjustment date, with year and month views for the
      *    period tests against each elf's last-posted date.
       01 WS-ADJ-DATE             PIC 9(08) VALUE 0.
       01 WS-ADJ-DATE-PARTS REDEFINES WS-ADJ-DATE.
           05 WS-ADJ-YEAR          PIC 9(04).
           05 WS-ADJ-MONTH         PIC 9(02).
           05 WS-ADJ-DAY           PIC 9(02).
       01 WS-LAST-DATE            PIC 9(08) VALUE 0.
       01 WS-LAST-DATE-PARTS REDEFINES WS-LAST-DATE.
           05 WS-LAST-YEAR         PIC 9(04).
           05 WS-LAST-MONTH        PIC 9(02).
           05 WS-LAST-DAY          PIC 9(02).

      *    Match-merge state.  The compare ids are a digit wider
      *    than an ELF-ID so an exhausted side can sit on a sentinel
      *    above every real key.  The merged side reads one record
      *    ahead so an elf split over two groups is summed.
       01 WS-MRG-DONE             PIC A(1)  VALUE 'F'.
       01 WS-PRV-DONE             PIC A(1)  VALUE 'F'.
       01 WS-MRG-ID               PIC 9(06) VALUE 0.
       01 WS-MRG-CALS             PIC 9(12) VALUE 0.
       01 WS-MRG-NEXT-ID          PIC 9(06) VALUE 0.
       01 WS-MRG-NEXT-CALS        PIC 9(12) VALUE 0.
       01 WS-PRV-ID               PIC 9(06) VALUE 0.
       01 WS-PRV-CALS             PIC 9(12) VALUE 0.
       01 WS-ID-SENTINEL          PIC 9(06) VALUE 999999.

       01 WS-ORIG-CALS            PIC 9(12) VALUE 0.
       01 WS-CORR-CALS            PIC 9(12) VALUE 0.
       01 WS-DELTA                PIC S9(12) VALUE 0.
       01 WS-NET-DELTA            PIC S9(12) VALUE 0.
       01 WS-ADJ-CORR-TOTAL       PIC 9(12) VALUE 0.
       01 WS-ADJ-ELF-ID           PIC 9(05) VALUE 0.
       01 WS-POST-RESULT          PIC X(30) VALUE SPACES.

       01 WS-COMPARED-COUNT       PIC 9(05) VALUE 0.
       01 WS-ADJUSTED-COUNT       PIC 9(05) VALUE 0.
       01 WS-CLOSED-COUNT         PIC 9(05) VALUE 0.
       01 WS-ADJUSTED-TO-DISP     PIC Z(4)9.
       01 WS-CLOSED-TO-DISP       PIC Z(4)9.
       01 WS-NET-TO-DISP          PIC -(11)9.

       01 WS-ADJ-HDR-LINE.
           05 FILLER                PIC X(37)
                VALUE 'PROVISIONING ADJUSTMENT FOR RUN DATE '.
           05 WS-AHL-DATE           PIC 9(08).

       01 WS-ADJ-LINE.
           05 FILLER                PIC X(07) VALUE 'ELF-ID '.
           05 WS-AL-ELF-ID          PIC Z(4)9.
           05 FILLER                PIC X(07) VALUE '  WAS '.
           05 WS-AL-ORIG            PIC Z(11)9.
           05 FILLER                PIC X(06) VALUE '  NOW '.
           05 WS-AL-CORR            PIC Z(11)9.
           05 FILLER                PIC X(08) VALUE '  DELTA '.
           05 WS-AL-DELTA           PIC -(11)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-AL-RESULT          PIC X(30).

       01 WS-SUMMARY-LINE.
           05 WS-SU-LABEL          PIC X(34).
           05 WS-SU-VALUE          PIC -(11)9.

      *    Shared run-journal working storage (see JRNLREC.CPY) -
      *    one record appended as the last action before every STOP
      *    RUN, so the operator job log can reconstruct the night's
      *    run from a single file.
           COPY JRNLREC.

       01 WS-JRNL-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-JRNL-RESTART         PIC X(01) VALUE 'N'.
       01 WS-JRNL-STEP-NAME       PIC X(12) VALUE 'AOC-2022-1O'.
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

      *    An adjustment not yet acknowledged must not be overwritten
      *    - refuse before anything is read or posted.
           PERFORM CHECK-PENDING-ADJUSTMENT
           IF RETURN-CODE = 8
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

      *    Total the merged extract per elf through the sort - the
      *    input procedure also verifies it against its own trailer.
           SORT SORT-WORK
             ON ASCENDING KEY SORT-ELF-ID
             INPUT PROCEDURE IS READ-MERGED-IN
             GIVING MRG-SORTED

           IF WS-MRG-FILE-STATUS <> '00'
             AND WS-MRG-FILE-STATUS <> '10'
             DISPLAY "MERGED EXTRACT COULD NOT BE OPENED - STATUS "
               WS-MRG-FILE-STATUS " - RUN aoc_2022-1j FIRST"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           IF WS-MRG-SEEN-HDR = 'N' OR WS-MRG-SEEN-TRL = 'N'
             DISPLAY "MERGED EXTRACT CONTROL RECORD MISSING - HDR "
               "SEEN: " WS-MRG-SEEN-HDR " TRL SEEN: "
               WS-MRG-SEEN-TRL
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           IF WS-MRG-TRL-RECORDS <> WS-MRG-CHK-RECORDS
             OR WS-MRG-TRL-ELVES <> WS-MRG-CHK-ELVES
             OR WS-MRG-TRL-CALORIES <> WS-MRG-CHK-CALORIES
             DISPLAY "MERGED EXTRACT TRAILER MISMATCH - TRAILER "
               "SAYS " WS-MRG-TRL-RECORDS " RECORDS / "
               WS-MRG-TRL-ELVES " ELVES / " WS-MRG-TRL-CALORIES
               " CALORIES, ACTUALLY READ " WS-MRG-CHK-RECORDS " / "
               WS-MRG-CHK-ELVES " / " WS-MRG-CHK-CALORIES
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           MOVE WS-MRG-HDR-DATE TO WS-ADJ-DATE

      *    Corrections already registered for this date overlay the
      *    shipped figures - they are what the provisioning system
      *    holds now.
           PERFORM LOAD-PRIOR-ADJUSTMENTS
           IF WS-PRIOR-OVERFLOW = 'Y'
             DISPLAY "ADJUSTMENT REGISTER HOLDS MORE THAN "
               WS-MAX-PRIOR " CORRECTED ELVES FOR " WS-ADJ-DATE
               " - REGISTER NEEDS ARCHIVING"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

           SORT SORT-WORK
             ON ASCENDING KEY SORT-ELF-ID
             INPUT PROCEDURE IS READ-SHIPPED-IN
             GIVING PRV-SORTED

      *    The shipped extract must balance, and must be the one
      *    shipped for the date the merged extract carries.
           IF WS-PROV-FILE-STATUS <> '00'
             AND WS-PROV-FILE-STATUS <> '10'
             DISPLAY "SHIPPED PROVISIONING EXTRACT COULD NOT BE "
               "OPENED - STATUS " WS-PROV-FILE-STATUS
             MOVE 'Y' TO WS-ANY-BAD
           END-IF
           IF WS-ANY-BAD = 'N'
             AND (WS-PROV-SEEN-HDR = 'N' OR WS-PROV-SEEN-TRL = 'N')
             DISPLAY "SHIPPED PROVISIONING EXTRACT CONTROL RECORD "
               "MISSING - HDR SEEN: " WS-PROV-SEEN-HDR " TRL SEEN: "
               WS-PROV-SEEN-TRL
             MOVE 'Y' TO WS-ANY-BAD
           END-IF
           IF WS-ANY-BAD = 'N'
             AND (WS-PROV-TRL-RECORDS <> WS-PROV-CHK-RECORDS
               OR WS-PROV-TRL-CALORIES <> WS-PROV-CHK-CALORIES)
             DISPLAY "SHIPPED PROVISIONING TRAILER MISMATCH - "
               "TRAILER SAYS " WS-PROV-TRL-RECORDS " RECORDS / "
               WS-PROV-TRL-CALORIES " CALORIES, ACTUALLY READ "
               WS-PROV-CHK-RECORDS " / " WS-PROV-CHK-CALORIES
             MOVE 'Y' TO WS-ANY-BAD
           END-IF
           IF WS-ANY-BAD = 'N'
             AND WS-PROV-HDR-DATE <> WS-ADJ-DATE
             DISPLAY "MERGED EXTRACT IS FOR " WS-ADJ-DATE
               " BUT THE SHIPPED EXTRACT ON HAND IS FOR "
               WS-PROV-HDR-DATE " - ONLY THE LAST COMPLETED RUN "
               "DATE CAN BE ADJUSTED"
             MOVE 'Y' TO WS-ANY-BAD
           END-IF
           IF WS-ANY-BAD = 'Y'
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

      *    The date must already be posted to the history master -
      *    otherwise the night never completed, and the merged
      *    extract is simply rerun through the nightly job.
           OPEN I-O ELF-HISTORY
           IF WS-HST-FILE-STATUS <> '00'
             DISPLAY "ELF HISTORY MASTER COULD NOT BE OPENED - "
               "STATUS " WS-HST-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           MOVE 0 TO ELF-HST-ID
           READ ELF-HISTORY
             INVALID KEY
               MOVE 'Y' TO WS-ANY-BAD
             NOT INVALID KEY
               IF ELF-HST-LAST-DATE < WS-ADJ-DATE
                 MOVE 'Y' TO WS-ANY-BAD
               END-IF
           END-READ
           IF WS-ANY-BAD = 'Y'
             DISPLAY "RUN DATE " WS-ADJ-DATE " IS NOT POSTED TO THE "
               "ELF HISTORY MASTER - RERUN THE NIGHT AGAINST THE "
               "MERGED EXTRACT INSTEAD OF ADJUSTING"
             CLOSE ELF-HISTORY
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

      *    The daily results store is loaded by the same posting
      *    step, so a posted date has one - created here only for a
      *    date posted before the store existed.
           OPEN I-O ELF-DAILY
           IF WS-DAY-FILE-STATUS = '35'
             OPEN OUTPUT ELF-DAILY
             CLOSE ELF-DAILY
             OPEN I-O ELF-DAILY
           END-IF
           IF WS-DAY-FILE-STATUS <> '00'
             DISPLAY "DAILY RESULTS STORE COULD NOT BE OPENED - "
               "STATUS " WS-DAY-FILE-STATUS
             CLOSE ELF-HISTORY
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

      *    Match-merge corrected against shipped figures.  An elf
      *    whose figure moved gets an adjustment record, a listing
      *    line, its delta posted, and a register entry.  The
      *    adjustment file is opened by the first elf that moved.
           OPEN INPUT MRG-SORTED
           OPEN INPUT PRV-SORTED
           OPEN OUTPUT ADJ-RPT
           OPEN EXTEND ADJ-REGISTER
           IF WS-REG-FILE-STATUS = '35'
      *      First adjustment - the register doesn't exist yet
             OPEN OUTPUT ADJ-REGISTER
           END-IF

           MOVE WS-ADJ-DATE TO WS-AHL-DATE
           MOVE WS-ADJ-HDR-LINE TO ADJ-RPT-LINE
           WRITE ADJ-RPT-LINE

           PERFORM READ-MRG-SORTED
           PERFORM NEXT-MERGED-ELF
           PERFORM READ-PRV-SORTED
           PERFORM UNTIL WS-MRG-DONE = 'T' AND WS-PRV-DONE = 'T'
             EVALUATE TRUE
               WHEN WS-MRG-ID < WS-PRV-ID
                 MOVE WS-MRG-ID TO WS-ADJ-ELF-ID
                 MOVE 0 TO WS-ORIG-CALS
                 MOVE WS-MRG-CALS TO WS-CORR-CALS
                 PERFORM NEXT-MERGED-ELF
               WHEN WS-PRV-ID < WS-MRG-ID
                 MOVE WS-PRV-ID TO WS-ADJ-ELF-ID
                 MOVE WS-PRV-CALS TO WS-ORIG-CALS
                 MOVE 0 TO WS-CORR-CALS
                 PERFORM READ-PRV-SORTED
               WHEN OTHER
                 MOVE WS-MRG-ID TO WS-ADJ-ELF-ID
                 MOVE WS-PRV-CALS TO WS-ORIG-CALS
                 MOVE WS-MRG-CALS TO WS-CORR-CALS
                 PERFORM NEXT-MERGED-ELF
                 PERFORM READ-PRV-SORTED
             END-EVALUATE
             ADD 1 TO WS-COMPARED-COUNT
             IF WS-CORR-CALS <> WS-ORIG-CALS
               PERFORM ADJUST-ONE-ELF
             END-IF
           END-PERFORM
           CLOSE MRG-SORTED
           CLOSE PRV-SORTED
           CLOSE ADJ-REGISTER
           CLOSE ELF-HISTORY
           CLOSE ELF-DAILY

           IF WS-ADJ-FILE-OPEN = 'Y'
             MOVE SPACES TO ADJ-CTL-RECORD
             MOVE 'TRL' TO ADJ-CTL-TYPE
             MOVE WS-ADJUSTED-COUNT TO ADJ-TRL-RECORD-COUNT
             MOVE WS-ADJ-CORR-TOTAL TO ADJ-TRL-CORR-CALORIES
             MOVE WS-NET-DELTA TO ADJ-TRL-NET-DELTA
             MOVE ADJ-CTL-RECORD TO ADJ-FILE-LINE
             WRITE ADJ-FILE-LINE
             CLOSE ADJ-FILE
           END-IF

           MOVE SPACES TO ADJ-RPT-LINE
           WRITE ADJ-RPT-LINE
           MOVE 'ELVES COMPARED' TO WS-SU-LABEL
           MOVE WS-COMPARED-COUNT TO WS-SU-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'ELVES ADJUSTED' TO WS-SU-LABEL
           MOVE WS-ADJUSTED-COUNT TO WS-SU-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'NET CALORIE DELTA' TO WS-SU-LABEL
           MOVE WS-NET-DELTA TO WS-SU-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'DELTAS IN A CLOSED PERIOD' TO WS-SU-LABEL
           MOVE WS-CLOSED-COUNT TO WS-SU-VALUE
           PERFORM WRITE-SUMMARY-LINE
           CLOSE ADJ-RPT

           MOVE WS-ADJUSTED-COUNT TO WS-ADJUSTED-TO-DISP
           MOVE WS-NET-DELTA TO WS-NET-TO-DISP
           IF WS-ADJUSTED-COUNT = 0
             DISPLAY "No figures moved for " WS-ADJ-DATE
               " - no adjustment file written, nothing posted"
           ELSE
             DISPLAY "Provisioning adjustment for " WS-ADJ-DATE ": "
               WS-ADJUSTED-TO-DISP " elves, net delta "
               WS-NET-TO-DISP " - aoc_2022-1-provadj.dat ready to "
               "ship"
           END-IF
           IF WS-CLOSED-COUNT > 0
             MOVE WS-CLOSED-COUNT TO WS-CLOSED-TO-DISP
             DISPLAY "NOTE: " WS-CLOSED-TO-DISP " DELTA(S) FELL IN A "
               "CLOSED HISTORY PERIOD AND WERE NOT POSTED - SEE "
               "aoc_2022-1-provadj.rpt"
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM WRITE-RUN-JOURNAL
           STOP RUN.

      *****************************************************************
      * Refuse to run while the adjustment file on hand carries
      * adjustment records - the nightly job retires it with its
      * acknowledgment once aoc_2022-1q ADJ has reconciled them, so
      * one still here has not been acknowledged.  No file, or one
      * with no adjustment records, has nothing to lose.  The file
      * is only read, never changed.
      *****************************************************************
       CHECK-PENDING-ADJUSTMENT.
           OPEN INPUT ADJ-FILE
           EVALUATE TRUE
             WHEN WS-ADJ-FILE-STATUS = '35'
               CONTINUE
             WHEN WS-ADJ-FILE-STATUS <> '00'
               DISPLAY "ADJUSTMENT FILE ON HAND COULD NOT BE READ - "
                 "STATUS " WS-ADJ-FILE-STATUS " - NOT OVERWRITTEN"
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               PERFORM UNTIL WS-ADJ-EOF = 'T'
                 READ ADJ-FILE
                 AT END
                   MOVE 'T' TO WS-ADJ-EOF
                 NOT AT END
                   MOVE ADJ-FILE-LINE TO ADJ-CTL-RECORD
                   IF ADJ-CTL-HEADER
                     MOVE ADJ-HDR-DATE TO WS-PEND-DATE
                     MOVE ADJ-HDR-CREATED-DATE
                       TO WS-PEND-CREATED-DATE
                     MOVE ADJ-HDR-CREATED-TIME
                       TO WS-PEND-CREATED-TIME
                   ELSE
                     MOVE ADJ-FILE-LINE TO ADJ-DETAIL-RECORD
                     IF ADJ-REC-DETAIL
                       ADD 1 TO WS-PEND-COUNT
                     END-IF
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE ADJ-FILE
               IF WS-PEND-COUNT > 0
                 DISPLAY "ADJUSTMENT FILE aoc_2022-1-provadj.dat FOR "
                   "RUN DATE " WS-PEND-DATE " (CREATED "
                   WS-PEND-CREATED-DATE " " WS-PEND-CREATED-TIME
                   ", " WS-PEND-COUNT " ELVES) IS NOT YET "
                   "ACKNOWLEDGED - RECONCILE ITS ACKNOWLEDGMENT "
                   "(aoc_2022-1q ADJ) BEFORE ADJUSTING AGAIN"
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-EVALUATE.

      *****************************************************************
      * Open the adjustment file for the first elf that moved and
      * write its header.  A file that can't be opened fails the
      * step before that elf's delta is posted.
      *****************************************************************
       OPEN-ADJ-FILE.
           OPEN OUTPUT ADJ-FILE
           IF WS-ADJ-FILE-STATUS <> '00'
             DISPLAY "ADJUSTMENT FILE COULD NOT BE OPENED - STATUS "
               WS-ADJ-FILE-STATUS " - NOTHING POSTED"
             CLOSE MRG-SORTED
             CLOSE PRV-SORTED
             CLOSE ADJ-RPT
             CLOSE ADJ-REGISTER
             CLOSE ELF-HISTORY
             CLOSE ELF-DAILY
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           MOVE 'Y' TO WS-ADJ-FILE-OPEN
           MOVE SPACES TO ADJ-CTL-RECORD
           MOVE 'HDR' TO ADJ-CTL-TYPE
           MOVE WS-ADJ-DATE TO ADJ-HDR-DATE
           MOVE WS-START-DATE TO ADJ-HDR-CREATED-DATE
           MOVE WS-START-TIME TO ADJ-HDR-CREATED-TIME
           MOVE ADJ-CTL-RECORD TO ADJ-FILE-LINE
           WRITE ADJ-FILE-LINE.

      *****************************************************************
      * Sort input procedure - read the merged extract, peel off the
      * HDR/TRL control records, total each elf's group, and release
      * one sort record per elf group.  Same grouping rule as the
      * roster pass, so the corrected figure is computed exactly the
      * way the shipped one was.
      *****************************************************************
       READ-MERGED-IN.
           OPEN INPUT MERGED-EXTRACT
           IF WS-MRG-FILE-STATUS <> '00'
             MOVE 'T' TO WS-MRG-EOF
           END-IF
           PERFORM UNTIL WS-MRG-EOF = 'T'
             READ MERGED-EXTRACT
             AT END
               MOVE 'T' TO WS-MRG-EOF
             NOT AT END
               MOVE ELF-RECORD TO ELF-CTL-RECORD
               IF ELF-CTL-HEADER
                 MOVE 'Y' TO WS-MRG-SEEN-HDR
                 MOVE ELF-HDR-DATE TO WS-MRG-HDR-DATE
               ELSE
                 IF ELF-CTL-TRAILER
                   MOVE 'Y' TO WS-MRG-SEEN-TRL
                   MOVE ELF-TRL-RECORD-COUNT TO WS-MRG-TRL-RECORDS
                   MOVE ELF-TRL-ELF-COUNT TO WS-MRG-TRL-ELVES
                   MOVE ELF-TRL-TOT-CALORIES TO WS-MRG-TRL-CALORIES
                 ELSE
                   IF ELF-CALORIES <> ' '
                     MOVE ELF-CALORIES TO WS-CALORIES-AS-NUM
                     ADD WS-CALORIES-AS-NUM TO WS-GRP-CALORIES
                     ADD 1 TO WS-GRP-ITEMS
                     ADD 1 TO WS-MRG-CHK-RECORDS
                     ADD WS-CALORIES-AS-NUM TO WS-MRG-CHK-CALORIES
                     IF WS-GRP-ELF-ID = 0
                       MOVE ELF-ID TO WS-GRP-ELF-ID
                     END-IF
                   ELSE
                     PERFORM RELEASE-MERGED-GROUP
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
      *    Capture the final elf if the extract has no blank line
      *    before its trailer
           PERFORM RELEASE-MERGED-GROUP
           IF WS-MRG-FILE-STATUS = '00'
             OR WS-MRG-FILE-STATUS = '10'
             CLOSE MERGED-EXTRACT
           END-IF.

      *****************************************************************
      * Release the merged elf group in progress to the sort, if it
      * had any items, and clear the group accumulators.
      *****************************************************************
       RELEASE-MERGED-GROUP.
           IF WS-GRP-CALORIES > 0 OR WS-GRP-ITEMS > 0
             ADD 1 TO WS-MRG-CHK-ELVES
             MOVE WS-GRP-ELF-ID TO SORT-ELF-ID
             MOVE WS-GRP-CALORIES TO SORT-CALORIES
             RELEASE SORT-RECORD
           END-IF
           MOVE 0 TO WS-GRP-CALORIES *> Reset
           MOVE 0 TO WS-GRP-ITEMS *> Reset
           MOVE 0 TO WS-GRP-ELF-ID. *> Reset

      *****************************************************************
      * Load the corrections already registered for this date - the
      * latest corrected figure per elf wins, since a later round of
      * repairs adjusts from the earlier round's figure.  No
      * register yet is the first adjustment ever made.
      *****************************************************************
       LOAD-PRIOR-ADJUSTMENTS.
           OPEN INPUT ADJ-REGISTER
           IF WS-REG-FILE-STATUS <> '00'
             MOVE 'T' TO WS-REG-EOF
           END-IF
           PERFORM UNTIL WS-REG-EOF = 'T'
             READ ADJ-REGISTER
             AT END
               MOVE 'T' TO WS-REG-EOF
             NOT AT END
               MOVE ADJ-REGISTER-LINE TO WS-REG-RECORD
               IF WS-REG-ADJ-DATE = WS-ADJ-DATE
                 MOVE WS-REG-DETAIL TO ADJ-DETAIL-RECORD
                 MOVE 'N' TO WS-PRIOR-FOUND
                 PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
                     OR WS-PRIOR-FOUND = 'Y'
                   IF WS-PT-ELF-ID(WS-PRIOR-IDX) = ADJ-ELF-ID
                     MOVE ADJ-CORR-CALORIES
                       TO WS-PT-CORR-CALS(WS-PRIOR-IDX)
                     MOVE 'Y' TO WS-PRIOR-FOUND
                   END-IF
                 END-PERFORM
                 IF WS-PRIOR-FOUND = 'N'
                   IF WS-PRIOR-COUNT < WS-MAX-PRIOR
                     ADD 1 TO WS-PRIOR-COUNT
                     MOVE ADJ-ELF-ID TO WS-PT-ELF-ID(WS-PRIOR-COUNT)
                     MOVE ADJ-CORR-CALORIES
                       TO WS-PT-CORR-CALS(WS-PRIOR-COUNT)
                     MOVE 'N' TO WS-PT-USED(WS-PRIOR-COUNT)
                   ELSE
                     MOVE 'Y' TO WS-PRIOR-OVERFLOW
                   END-IF
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           IF WS-REG-FILE-STATUS = '00'
             OR WS-REG-FILE-STATUS = '10'
             CLOSE ADJ-REGISTER
           END-IF.

      *****************************************************************
      * Sort input procedure - read the shipped provisioning
      * extract, peel off its control records, tally what was read
      * for the trailer balancing, and release one sort record per
      * elf carrying the figure the provisioning system holds now:
      * the shipped figure, or the latest registered correction.
      * A registered elf that was never on the shipped extract at
      * all is released from the register on its own.
      *****************************************************************
       READ-SHIPPED-IN.
           OPEN INPUT PROV-EXTRACT
           IF WS-PROV-FILE-STATUS <> '00'
             MOVE 'T' TO WS-PROV-EOF
           END-IF
           PERFORM UNTIL WS-PROV-EOF = 'T'
             READ PROV-EXTRACT
             AT END
               MOVE 'T' TO WS-PROV-EOF
             NOT AT END
               MOVE PROV-EXTRACT-LINE TO PROV-CTL-RECORD
               IF PROV-CTL-HEADER
                 MOVE 'Y' TO WS-PROV-SEEN-HDR
                 MOVE PROV-HDR-DATE TO WS-PROV-HDR-DATE
               ELSE
                 IF PROV-CTL-TRAILER
                   MOVE 'Y' TO WS-PROV-SEEN-TRL
                   MOVE PROV-TRL-RECORD-COUNT TO WS-PROV-TRL-RECORDS
                   MOVE PROV-TRL-TOT-CALORIES
                     TO WS-PROV-TRL-CALORIES
                 ELSE
                   MOVE PROV-EXTRACT-LINE TO PROV-DETAIL-RECORD
                   ADD 1 TO WS-PROV-CHK-RECORDS
                   ADD PROV-TOT-CALORIES TO WS-PROV-CHK-CALORIES
                   MOVE PROV-ELF-ID TO SORT-ELF-ID
                   MOVE PROV-TOT-CALORIES TO SORT-CALORIES
                   PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                     UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
                     IF WS-PT-ELF-ID(WS-PRIOR-IDX) = PROV-ELF-ID
                       MOVE WS-PT-CORR-CALS(WS-PRIOR-IDX)
                         TO SORT-CALORIES
                       MOVE 'Y' TO WS-PT-USED(WS-PRIOR-IDX)
                     END-IF
                   END-PERFORM
                   RELEASE SORT-RECORD
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           IF WS-PROV-FILE-STATUS = '00'
             OR WS-PROV-FILE-STATUS = '10'
             CLOSE PROV-EXTRACT
           END-IF
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
             UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
             IF WS-PT-USED(WS-PRIOR-IDX) = 'N'
               MOVE WS-PT-ELF-ID(WS-PRIOR-IDX) TO SORT-ELF-ID
               MOVE WS-PT-CORR-CALS(WS-PRIOR-IDX) TO SORT-CALORIES
               RELEASE SORT-RECORD
             END-IF
           END-PERFORM.

      *****************************************************************
      * Advance the merged side by one whole elf: take the
      * look-ahead record and fold in any further records for the
      * same elf.  At end of file the compare id parks on the
      * sentinel above every real key so the other side drains
      * through the merge.
      *****************************************************************
       NEXT-MERGED-ELF.
           IF WS-MRG-NEXT-ID = WS-ID-SENTINEL
             MOVE 'T' TO WS-MRG-DONE
             MOVE WS-ID-SENTINEL TO WS-MRG-ID
             MOVE 0 TO WS-MRG-CALS
           ELSE
             MOVE WS-MRG-NEXT-ID TO WS-MRG-ID
             MOVE WS-MRG-NEXT-CALS TO WS-MRG-CALS
             PERFORM READ-MRG-SORTED
             PERFORM UNTIL WS-MRG-NEXT-ID <> WS-MRG-ID
               ADD WS-MRG-NEXT-CALS TO WS-MRG-CALS
               PERFORM READ-MRG-SORTED
             END-PERFORM
           END-IF.

      *****************************************************************
      * Read the next sorted merged record into the look-ahead.
      *****************************************************************
       READ-MRG-SORTED.
           READ MRG-SORTED
           AT END
             MOVE WS-ID-SENTINEL TO WS-MRG-NEXT-ID
             MOVE 0 TO WS-MRG-NEXT-CALS
           NOT AT END
             MOVE MRG-SORTED-LINE TO SORT-RECORD
             MOVE SORT-ELF-ID TO WS-MRG-NEXT-ID
             MOVE SORT-CALORIES TO WS-MRG-NEXT-CALS
           END-READ.

      *****************************************************************
      * Advance the shipped side of the match-merge, same sentinel
      * convention as the merged side.
      *****************************************************************
       READ-PRV-SORTED.
           IF WS-PRV-DONE <> 'T'
             READ PRV-SORTED
             AT END
               MOVE 'T' TO WS-PRV-DONE
               MOVE WS-ID-SENTINEL TO WS-PRV-ID
             NOT AT END
               MOVE PRV-SORTED-LINE TO SORT-RECORD
               MOVE SORT-ELF-ID TO WS-PRV-ID
               MOVE SORT-CALORIES TO WS-PRV-CALS
             END-READ
           END-IF.

      *****************************************************************
      * One elf whose figure moved: ship the adjustment record, post
      * the delta to the history master, list it, and register it.
      *****************************************************************
       ADJUST-ONE-ELF.
           COMPUTE WS-DELTA = WS-CORR-CALS - WS-ORIG-CALS
           ADD 1 TO WS-ADJUSTED-COUNT
           ADD WS-DELTA TO WS-NET-DELTA
           ADD WS-CORR-CALS TO WS-ADJ-CORR-TOTAL

           IF WS-ADJ-FILE-OPEN = 'N'
             PERFORM OPEN-ADJ-FILE
           END-IF
           MOVE 'ADJ' TO ADJ-REC-TYPE
           MOVE WS-ADJ-ELF-ID TO ADJ-ELF-ID
           MOVE WS-ORIG-CALS TO ADJ-ORIG-CALORIES
           MOVE WS-CORR-CALS TO ADJ-CORR-CALORIES
           MOVE WS-DELTA TO ADJ-DELTA
           MOVE ADJ-DETAIL-RECORD TO ADJ-FILE-LINE
           WRITE ADJ-FILE-LINE

           PERFORM POST-ONE-DELTA
           PERFORM POST-ONE-DAY

           MOVE WS-ADJ-ELF-ID TO WS-AL-ELF-ID
           MOVE WS-ORIG-CALS TO WS-AL-ORIG
           MOVE WS-CORR-CALS TO WS-AL-CORR
           MOVE WS-DELTA TO WS-AL-DELTA
           MOVE WS-POST-RESULT TO WS-AL-RESULT
           MOVE WS-ADJ-LINE TO ADJ-RPT-LINE
           WRITE ADJ-RPT-LINE

           MOVE WS-ADJ-DATE TO WS-REG-ADJ-DATE
           ACCEPT WS-REG-POSTED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-REG-POSTED-TIME
           MOVE ADJ-DETAIL-RECORD TO WS-REG-DETAIL
           MOVE WS-REG-RECORD TO ADJ-REGISTER-LINE
           WRITE ADJ-REGISTER-LINE.

      *****************************************************************
      * Post one elf's delta to the history master.  The running
      * figures belong to the period of the elf's last-posted date,
      * so the delta goes to year-to-date only when that date is in
      * the adjusted date's year, and to month-to-date only when it
      * is also in the same month.  An elf the shipped extract never
      * carried gains the day as well as the calories (and an elf
      * dropped entirely loses it); an elf with no history record
      * at all starts one, the same way the nightly posting would
      * have.
      *****************************************************************
       POST-ONE-DELTA.
           MOVE WS-ADJ-ELF-ID TO ELF-HST-ID
           READ ELF-HISTORY
             INVALID KEY
               MOVE WS-ADJ-ELF-ID TO ELF-HST-ID
               MOVE WS-ADJ-DATE TO ELF-HST-LAST-DATE
               MOVE WS-CORR-CALS TO ELF-HST-MTD-CALORIES
               MOVE 1 TO ELF-HST-MTD-DAYS
               MOVE WS-CORR-CALS TO ELF-HST-YTD-CALORIES
               MOVE 1 TO ELF-HST-YTD-DAYS
               WRITE ELF-HST-RECORD
               MOVE 'NEW TO HISTORY' TO WS-POST-RESULT
             NOT INVALID KEY
               MOVE ELF-HST-LAST-DATE TO WS-LAST-DATE
      *        An elf not posted since before the adjusted date
      *        rolls its periods forward first, exactly as the
      *        nightly posting would have on that date.
               IF WS-LAST-DATE < WS-ADJ-DATE
                 IF WS-LAST-YEAR <> WS-ADJ-YEAR
                   MOVE 0 TO ELF-HST-YTD-CALORIES
                   MOVE 0 TO ELF-HST-YTD-DAYS
                 END-IF
                 IF WS-LAST-YEAR <> WS-ADJ-YEAR
                   OR WS-LAST-MONTH <> WS-ADJ-MONTH
                   MOVE 0 TO ELF-HST-MTD-CALORIES
                   MOVE 0 TO ELF-HST-MTD-DAYS
                 END-IF
                 MOVE WS-ADJ-DATE TO ELF-HST-LAST-DATE
                 MOVE WS-ADJ-DATE TO WS-LAST-DATE
               END-IF
               EVALUATE TRUE
                 WHEN WS-LAST-YEAR <> WS-ADJ-YEAR
                   MOVE 'PERIOD CLOSED - NOT POSTED' TO WS-POST-RESULT
                   ADD 1 TO WS-CLOSED-COUNT
                 WHEN WS-LAST-MONTH <> WS-ADJ-MONTH
                   ADD WS-DELTA TO ELF-HST-YTD-CALORIES
                   PERFORM ADJUST-DAYS-REPORTED-YTD
                   MOVE 'POSTED TO YTD ONLY' TO WS-POST-RESULT
                 WHEN OTHER
                   ADD WS-DELTA TO ELF-HST-MTD-CALORIES
                   ADD WS-DELTA TO ELF-HST-YTD-CALORIES
                   PERFORM ADJUST-DAYS-REPORTED-YTD
                   IF WS-ORIG-CALS = 0
                     ADD 1 TO ELF-HST-MTD-DAYS
                   END-IF
                   IF WS-CORR-CALS = 0 AND ELF-HST-MTD-DAYS > 0
                     SUBTRACT 1 FROM ELF-HST-MTD-DAYS
                   END-IF
                   MOVE 'POSTED TO MTD AND YTD' TO WS-POST-RESULT
               END-EVALUATE
               REWRITE ELF-HST-RECORD
           END-READ.

      *****************************************************************
      * Put the corrected figure on the adjusted date's record in the
      * daily results store.  The item count, rank and suspense flag
      * stand as the night shipped them; an elf new to the date was
      * wholly in suspense that night, so it is written with neither
      * count nor rank and flagged, and an elf corrected to nothing
      * loses the day.
      *****************************************************************
       POST-ONE-DAY.
           MOVE WS-ADJ-DATE TO ELF-DAY-RUN-DATE
           MOVE WS-ADJ-ELF-ID TO ELF-DAY-ELF-ID
           READ ELF-DAILY
             INVALID KEY
               IF WS-CORR-CALS > 0
                 MOVE WS-ADJ-DATE TO ELF-DAY-RUN-DATE
                 MOVE WS-ADJ-ELF-ID TO ELF-DAY-ELF-ID
                 MOVE 0 TO ELF-DAY-ITEM-COUNT
                 MOVE WS-CORR-CALS TO ELF-DAY-TOT-CALORIES
                 MOVE 0 TO ELF-DAY-RANK
                 MOVE 'Y' TO ELF-DAY-SUSPENSE
                 WRITE ELF-DAY-RECORD
               END-IF
             NOT INVALID KEY
               IF WS-CORR-CALS > 0
                 MOVE WS-CORR-CALS TO ELF-DAY-TOT-CALORIES
                 REWRITE ELF-DAY-RECORD
               ELSE
                 DELETE ELF-DAILY RECORD
               END-IF
           END-READ.

      *****************************************************************
      * An elf gaining or losing the whole day gains or loses one
      * year-to-date day reported along with the calories.
      *****************************************************************
       ADJUST-DAYS-REPORTED-YTD.
           IF WS-ORIG-CALS = 0
             ADD 1 TO ELF-HST-YTD-DAYS
           END-IF
           IF WS-CORR-CALS = 0 AND ELF-HST-YTD-DAYS > 0
             SUBTRACT 1 FROM ELF-HST-YTD-DAYS
           END-IF.

      *****************************************************************
      * Write one label/value line to the listing's summary block.
      *****************************************************************
       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO ADJ-RPT-LINE
           WRITE ADJ-RPT-LINE.

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
           MOVE WS-MRG-CHK-RECORDS TO JRNL-RECORDS-READ
           MOVE WS-ADJUSTED-COUNT TO JRNL-RECORDS-WRITTEN
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
