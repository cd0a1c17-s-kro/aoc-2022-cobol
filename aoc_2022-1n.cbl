           year-to-date calories and days-reported forward - so a
           period figure for any elf is one keyed read instead of a
           rerun of every extract since January.  Writes a period
           summary report of the whole master after posting, and
           loads the same figures, with each elf's rank and a flag
           for any of its items sitting in validation suspense from
           the night, into the per-elf daily results store (see
           ELFDAY.CPY) under the run date.  The period summary also
           goes to a comma-delimited export, with each elf's name and
           team off the elf master, for the planning spreadsheets.
      *
      * The posting date is the provisioning extract header's run
      * date.  The control record (key 00000) remembers the last
      * before any record is posted - a short or doubled feed must
      * not get halfway into the master before it is caught.
      *
      * The daily results store is loaded whether or not the history
      * posting was skipped: the run date's records are cleared and
      * written again from tonight's extract, so a rerun or restart
      * leaves exactly one record per elf for the date, carrying the
      * figures the night actually shipped.
      *
      * Condition codes:
      *   0   figures posted (or already posted - skipped with a
      *       console note), period summary written
      *   8   parameter card deck unusable, provisioning extract
      *       missing/unreadable, no header or trailer on it,
      *       trailer mismatch, or history master or daily results
      *       store unusable, or the suspense file could not be read
      *
      * Mod log:
      * Oct 15 2026  SK  Suspense line widened to 78 bytes for the
      *                  depot of origin (SUSP-DEPOT, see
      *                  SUSPREC.CPY).
      * Oct 15 2026  SK  Write the period summary to a comma-delimited
      *                  export named by posting date
      *                  (aoc_2022-1-elfhist-YYYYMMDD.csv) - header row
      *                  of column names, unedited figures, the posting
      *                  date, and the elf's name and team from the elf
      *                  master.  The run-time parameters are now read
      *                  through aoc_2022-1p for the master's path; the
      *                  master is optional here (blank name/team
      *                  without it).  The balancing step checks the
      *                  export's row count and MTD/YTD calorie totals
      *                  against the report.
      * Oct 15 2026  SK  Daily results store records carry the
      *                  suspense flag: set for an elf with any item
      *                  line suspended under the run date on the
      *                  validation suspense file.
      * Oct 15 2026  SK  Loads the per-elf daily results store
      *                  (aoc_2022-1-elfday.dat, ELFDAY.CPY) from
      *                  tonight's extract, replacing any records
      *                  already loaded for the run date, so period
      *                  reporting can go back to the individual
      *                  days.
      * Sep 02 2026  SK  Posting is now idempotent per elf: a record
      *                  whose last-posted date is already this
      *                  date (or later) is skipped, so a rerun of a
           RECORD KEY IS ELF-HST-ID
           FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT ELF-DAILY
           ASSIGN TO 'aoc_2022-1-elfday.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ELF-DAY-KEY
           FILE STATUS IS WS-DAY-FILE-STATUS.

           SELECT SUSPENSE-FILE
           ASSIGN TO 'aoc_2022-1-suspense.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT PERIOD-RPT
           ASSIGN TO 'aoc_2022-1-elfhist.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-CSV
           ASSIGN DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ELF-MASTER
           ASSIGN DYNAMIC WS-MST-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ELF-MST-ID
           FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT RUN-JOURNAL
           ASSIGN TO 'aoc_2022-1-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       FD ELF-HISTORY.
           COPY ELFHST.

       FD ELF-DAILY.
           COPY ELFDAY.

       FD SUSPENSE-FILE.
       01 SUSPENSE-LINE           PIC X(78) VALUE SPACES.

       FD PERIOD-RPT.
       01 PERIOD-RPT-LINE         PIC X(100) VALUE SPACES.

       FD PERIOD-CSV.
       01 PERIOD-CSV-LINE         PIC X(160) VALUE SPACES.

       FD ELF-MASTER.
           COPY ELFMST.

       FD RUN-JOURNAL.
       01 RUN-JOURNAL-LINE        PIC X(61) VALUE SPACES.

       01 WS-HST-EOF              PIC A(1)  VALUE 'F'.
       01 WS-PROV-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-HST-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-DAY-EOF              PIC A(1)  VALUE 'F'.
       01 WS-DAY-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-SUSP-EOF             PIC A(1)  VALUE 'F'.
       01 WS-SUSP-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-MST-FILENAME         PIC X(40).
       01 WS-MST-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-MST-AVAILABLE        PIC A(1)  VALUE 'N'.

      *    Run-time parameters (see PARMBLK.CPY), filled by the
      *    aoc_2022-1p card reader at startup.
           COPY PARMBLK.

      *    Comma-delimited export of the period summary - named by
      *    posting date, unedited figures, free text last and quoted.
       01 WS-CSV-FILENAME         PIC X(40) VALUE SPACES.
       01 WS-CSV-NAME             PIC X(30) VALUE SPACES.
       01 WS-CSV-TEAM             PIC X(20) VALUE SPACES.

      *    Provisioning extract detail and control layouts (see
      *    PROVREC.CPY).  Every line is moved to the control view
       01 WS-RPT-ELF-COUNT        PIC 9(05) VALUE 0.
       01 WS-POSTED-TO-DISP       PIC Z(4)9.
       01 WS-NEW-TO-DISP          PIC Z(4)9.
       01 WS-DAY-LOADED-COUNT     PIC 9(05) VALUE 0.
       01 WS-DAY-CLEARED-COUNT    PIC 9(05) VALUE 0.
       01 WS-DAY-LOADED-TO-DISP   PIC Z(4)9.
       01 WS-DAY-CLEARED-TO-DISP  PIC Z(4)9.
       01 WS-DAY-DUP-COUNT        PIC 9(05) VALUE 0.
       01 WS-DAY-DUP-TO-DISP      PIC Z(4)9.
       01 WS-DAY-SUSP-COUNT       PIC 9(05) VALUE 0.
       01 WS-DAY-SUSP-TO-DISP     PIC Z(4)9.

      *    Validation suspense record layout (see SUSPREC.CPY).
           COPY SUSPREC.

      *    The elves with item lines suspended under the run date,
      *    for the daily results store's suspense flag.  A night's
      *    suspense is bounded by the reject tolerance (3 digits),
      *    so the table cannot fill on one date.
       01 WS-SUSP-ELF-COUNT       PIC 9(04) VALUE 0.
       01 WS-SUSP-ELF-IDX         PIC 9(04) VALUE 0.
       01 WS-MAX-SUSP-ELF         PIC 9(04) VALUE 1000.
       01 WS-SUSP-ELF-FOUND       PIC A(1)  VALUE 'N'.
       01 WS-SUSP-ELF-TABLE.
           05 WS-SUSP-ELF-ID OCCURS 1000 TIMES PIC 9(05).

       01 WS-PERIOD-HDR-LINE.
           05 FILLER                PIC X(31)
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
           MOVE PARM-ELF-MASTER-DAT TO WS-MST-FILENAME

      *    First pass - verify the provisioning extract against its
      *    own trailer before a single record is posted, so a short
      *    or doubled feed can't get halfway into the master.
             END-READ
           END-IF

      *    Daily results store - the same create-on-first-run
      *    convention as the history master.  Whatever an earlier
      *    attempt loaded for this run date is cleared first, then
      *    every detail record is written under the run date.
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
           PERFORM LOAD-SUSPENDED-ELVES
           IF RETURN-CODE = 8
             CLOSE ELF-DAILY
             CLOSE ELF-HISTORY
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           MOVE WS-POST-DATE TO ELF-DAY-RUN-DATE
           MOVE 0 TO ELF-DAY-ELF-ID
           START ELF-DAILY KEY >= ELF-DAY-KEY
             INVALID KEY
               MOVE 'T' TO WS-DAY-EOF
           END-START
           PERFORM UNTIL WS-DAY-EOF = 'T'
             READ ELF-DAILY NEXT RECORD
             AT END
               MOVE 'T' TO WS-DAY-EOF
             NOT AT END
               IF ELF-DAY-RUN-DATE = WS-POST-DATE
                 DELETE ELF-DAILY RECORD
                 ADD 1 TO WS-DAY-CLEARED-COUNT
               ELSE
                 MOVE 'T' TO WS-DAY-EOF
               END-IF
             END-READ
           END-PERFORM
           MOVE 'F' TO WS-PROV-EOF
           OPEN INPUT PROV-EXTRACT
           PERFORM UNTIL WS-PROV-EOF = 'T'
             READ PROV-EXTRACT
             AT END
               MOVE 'T' TO WS-PROV-EOF
             NOT AT END
               MOVE PROV-EXTRACT-LINE TO PROV-CTL-RECORD
               IF NOT PROV-CTL-HEADER AND NOT PROV-CTL-TRAILER
                 MOVE PROV-EXTRACT-LINE TO PROV-DETAIL-RECORD
                 PERFORM LOAD-ONE-ELF-DAY
               END-IF
             END-READ
           END-PERFORM
           CLOSE PROV-EXTRACT
           CLOSE ELF-DAILY

      *    Period summary report - one line per elf on the master,
      *    in key order, control record skipped - and the same lines
      *    on the export.  The elf master only supplies the export's
      *    name and team, so it is optional here.
           OPEN INPUT ELF-MASTER
           IF WS-MST-FILE-STATUS = '00'
             MOVE 'Y' TO WS-MST-AVAILABLE
           ELSE
             DISPLAY "WARNING: ELF MASTER COULD NOT BE OPENED "
               "(STATUS " WS-MST-FILE-STATUS ") - EXPORT NAME AND "
               "TEAM LEFT BLANK"
           END-IF
           OPEN OUTPUT PERIOD-RPT
           MOVE WS-POST-DATE TO WS-PH-DATE
           MOVE WS-PERIOD-HDR-LINE TO PERIOD-RPT-LINE
           WRITE PERIOD-RPT-LINE
           MOVE SPACES TO WS-CSV-FILENAME
           STRING 'aoc_2022-1-elfhist-' WS-POST-DATE '.csv'
             DELIMITED BY SIZE INTO WS-CSV-FILENAME
           OPEN OUTPUT PERIOD-CSV
           MOVE 'RUN_DATE,ELF_ID,MTD_CALORIES,MTD_DAYS,YTD_CALORIES,'
             & 'YTD_DAYS,LAST_DATE,ELF_NAME,TEAM' TO PERIOD-CSV-LINE
           WRITE PERIOD-CSV-LINE
           MOVE 0 TO ELF-HST-ID
           START ELF-HISTORY KEY > ELF-HST-ID
             INVALID KEY
               MOVE ELF-HST-LAST-DATE TO WS-PL-LAST-DATE
               MOVE WS-PERIOD-LINE TO PERIOD-RPT-LINE
               WRITE PERIOD-RPT-LINE
               PERFORM WRITE-PERIOD-CSV
             END-READ
           END-PERFORM
           CLOSE PERIOD-CSV
           CLOSE PERIOD-RPT
           CLOSE ELF-HISTORY
           IF WS-MST-AVAILABLE = 'Y'
             CLOSE ELF-MASTER
           END-IF

           MOVE WS-POSTED-COUNT TO WS-POSTED-TO-DISP
           MOVE WS-NEW-ELF-COUNT TO WS-NEW-TO-DISP
           DISPLAY "Elf history posting for " WS-POST-DATE ": "
             WS-POSTED-TO-DISP " elves posted, " WS-NEW-TO-DISP
             " new to the master"
           MOVE WS-DAY-LOADED-COUNT TO WS-DAY-LOADED-TO-DISP
           MOVE WS-DAY-SUSP-COUNT TO WS-DAY-SUSP-TO-DISP
           DISPLAY "Daily results store for " WS-POST-DATE ": "
             WS-DAY-LOADED-TO-DISP " elves loaded, "
             WS-DAY-SUSP-TO-DISP " flagged with items in suspense"
           IF WS-DAY-CLEARED-COUNT > 0
             MOVE WS-DAY-CLEARED-COUNT TO WS-DAY-CLEARED-TO-DISP
             DISPLAY "NOTE: " WS-DAY-CLEARED-TO-DISP " RECORD(S) "
               "ALREADY LOADED FOR THIS DATE WERE REPLACED"
           END-IF
           IF WS-DAY-DUP-COUNT > 0
             MOVE WS-DAY-DUP-COUNT TO WS-DAY-DUP-TO-DISP
             DISPLAY "NOTE: " WS-DAY-DUP-TO-DISP " DUPLICATE ELF "
               "DETAIL(S) ON THE EXTRACT - FIRST FIGURE KEPT IN THE "
               "DAILY RESULTS STORE"
           END-IF
           IF WS-SKIPPED-COUNT > 0
             MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-TO-DISP
             DISPLAY "NOTE: " WS-SKIPPED-TO-DISP " ELF(S) ALREADY "
               END-IF
           END-READ.

      *****************************************************************
      * Load one provisioning detail record into the daily results
      * store under the run date.  The date's records were cleared
      * before the load and the roster pass writes one detail per
      * elf, so a duplicate key means the extract carried an elf
      * twice - the first figure stands, the same way the history
      * posting takes only the first, and the duplicate is counted
      * for the console.
      *****************************************************************
       LOAD-ONE-ELF-DAY.
           MOVE WS-POST-DATE TO ELF-DAY-RUN-DATE
           MOVE PROV-ELF-ID TO ELF-DAY-ELF-ID
           MOVE PROV-ITEM-COUNT TO ELF-DAY-ITEM-COUNT
           MOVE PROV-TOT-CALORIES TO ELF-DAY-TOT-CALORIES
           MOVE PROV-RANK TO ELF-DAY-RANK
           MOVE 'N' TO WS-SUSP-ELF-FOUND
           PERFORM VARYING WS-SUSP-ELF-IDX FROM 1 BY 1
             UNTIL WS-SUSP-ELF-IDX > WS-SUSP-ELF-COUNT
               OR WS-SUSP-ELF-FOUND = 'Y'
             IF WS-SUSP-ELF-ID(WS-SUSP-ELF-IDX) = PROV-ELF-ID
               MOVE 'Y' TO WS-SUSP-ELF-FOUND
             END-IF
           END-PERFORM
           MOVE WS-SUSP-ELF-FOUND TO ELF-DAY-SUSPENSE
           WRITE ELF-DAY-RECORD
             INVALID KEY
               ADD 1 TO WS-DAY-DUP-COUNT
             NOT INVALID KEY
               ADD 1 TO WS-DAY-LOADED-COUNT
               IF ELF-DAY-IN-SUSPENSE
                 ADD 1 TO WS-DAY-SUSP-COUNT
               END-IF
           END-WRITE.

      *****************************************************************
      * Collect the elves with item lines suspended under the run
      * date, once each.  No suspense file is the clean-night state;
      * a suspense line whose item record carries no usable ELF-ID
      * cannot be put against an elf and is passed over.
      *****************************************************************
       LOAD-SUSPENDED-ELVES.
           OPEN INPUT SUSPENSE-FILE
           EVALUATE TRUE
             WHEN WS-SUSP-FILE-STATUS = '35'
               CONTINUE
             WHEN WS-SUSP-FILE-STATUS <> '00'
               DISPLAY "SUSPENSE FILE COULD NOT BE OPENED - STATUS "
                 WS-SUSP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               PERFORM UNTIL WS-SUSP-EOF = 'T'
                 READ SUSPENSE-FILE
                 AT END
                   MOVE 'T' TO WS-SUSP-EOF
                 NOT AT END
                   IF SUSPENSE-LINE <> SPACES
                     MOVE SUSPENSE-LINE TO SUSP-RECORD
                     IF SUSP-DATE IS NUMERIC
                       AND SUSP-DATE = WS-POST-DATE
                       AND SUSP-ELF-RECORD(1:5) IS NUMERIC
                       PERFORM NOTE-SUSPENDED-ELF
                     END-IF
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-EVALUATE.

      *****************************************************************
      * Add the suspense record's elf to the table unless it is
      * already there.
      *****************************************************************
       NOTE-SUSPENDED-ELF.
           MOVE 'N' TO WS-SUSP-ELF-FOUND
           PERFORM VARYING WS-SUSP-ELF-IDX FROM 1 BY 1
             UNTIL WS-SUSP-ELF-IDX > WS-SUSP-ELF-COUNT
               OR WS-SUSP-ELF-FOUND = 'Y'
             IF WS-SUSP-ELF-ID(WS-SUSP-ELF-IDX)
               = SUSP-ELF-RECORD(1:5)
               MOVE 'Y' TO WS-SUSP-ELF-FOUND
             END-IF
           END-PERFORM
           IF WS-SUSP-ELF-FOUND = 'N'
             AND WS-SUSP-ELF-COUNT < WS-MAX-SUSP-ELF
             ADD 1 TO WS-SUSP-ELF-COUNT
             MOVE SUSP-ELF-RECORD(1:5)
               TO WS-SUSP-ELF-ID(WS-SUSP-ELF-COUNT)
           END-IF.

      *****************************************************************
      * Write the history record just reported as a row of the
      * export, with the elf's name and team off the master.  A
      * double quote in the free text would end the quoted field
      * early, so it goes in as an apostrophe.
      *****************************************************************
       WRITE-PERIOD-CSV.
           MOVE SPACES TO WS-CSV-NAME
           MOVE SPACES TO WS-CSV-TEAM
           IF WS-MST-AVAILABLE = 'Y'
             MOVE ELF-HST-ID TO ELF-MST-ID
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
           MOVE SPACES TO PERIOD-CSV-LINE
           STRING WS-POST-DATE ',' ELF-HST-ID ','
             ELF-HST-MTD-CALORIES ',' ELF-HST-MTD-DAYS ','
             ELF-HST-YTD-CALORIES ',' ELF-HST-YTD-DAYS ','
             ELF-HST-LAST-DATE ',"'
             FUNCTION TRIM(WS-CSV-NAME) '","'
             FUNCTION TRIM(WS-CSV-TEAM) '"'
             DELIMITED BY SIZE INTO PERIOD-CSV-LINE
           WRITE PERIOD-CSV-LINE.

      *****************************************************************
      * Append this step's record to the shared run journal - always
      * the last action before STOP RUN, whichever exit is taken.
