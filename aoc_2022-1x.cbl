           suspense with their reasons, the per-category calorie
           split, and the month- and year-to-date figures off the
           elf history master - with a clear NOT FOUND line for
           every source that has nothing for that elf.  Given STORE,
           the extract, category and provisioning passes are replaced
           by keyed reads on the per-elf daily results store (see
           ELFDAY.CPY) - the elf's figure for the date asked about
           and the six days before it - so a question about last
           week doesn't need last week's extracts.
      *
      * Command line:
      *   aoc_2022-1x ELFID [STORE [YYYYMMDD]]
      *   ELFID     required, 1-99999
      *   STORE     answer from the daily results store
      *   YYYYMMDD  STORE only - the date asked about, defaulting to
      *             the run date (the card deck's RUN-DATE, today
      *             when the deck doesn't set one)
      *
      * The page goes to aoc_2022-1-inquiry.rpt and is echoed on
      * the console, since the question usually arrives by phone.
      * Condition codes:
      *   0   inquiry answered, elf found on at least one source
      *   4   inquiry answered but no source knows the elf
      *   8   no usable ELF-ID on the command line, an unknown mode
      *       or bad date, or the card deck was unusable
      *
      * Mod log:
      * Oct 15 2026  SK  Suspense line widened to 78 bytes for the
      *                  depot of origin (SUSP-DEPOT, see
      *                  SUSPREC.CPY).
      * Oct 15 2026  SK  STORE mode - the elf's figures for a date and
      *                  the six days before it by keyed reads on the
      *                  per-elf daily results store, in place of the
      *                  extract, category and provisioning scans.
      *                  Command line now split with UNSTRING.
      * Sep 01 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
           RECORD KEY IS ELF-HST-ID
           FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT ELF-DAILY
           ASSIGN TO 'aoc_2022-1-elfday.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ELF-DAY-KEY
           FILE STATUS IS WS-DAY-FILE-STATUS.

           SELECT INQUIRY-RPT
           ASSIGN TO 'aoc_2022-1-inquiry.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.
       01 PROV-EXTRACT-LINE       PIC X(27) VALUE SPACES.

       FD SUSPENSE-FILE.
       01 SUSPENSE-LINE           PIC X(78) VALUE SPACES.

       FD ITMCAT-FILE.
           COPY ITMCAT.
       FD ELF-HISTORY.
           COPY ELFHST.

       FD ELF-DAILY.
           COPY ELFDAY.

       FD INQUIRY-RPT.
       01 INQUIRY-RPT-LINE        PIC X(90) VALUE SPACES.

       01 WS-SUSP-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-CAT-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-HST-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-DAY-FILE-STATUS      PIC X(02) VALUE '00'.

      *    Run-time parameters (see PARMBLK.CPY), filled by the
      *    aoc_2022-1p card reader at startup.

           COPY SUSPREC.

       01 WS-CMD-RAW              PIC X(80) VALUE SPACES.
       01 WS-ID-PARM              PIC S9(06) VALUE 0.
       01 WS-MODE-PARM            PIC X(08) VALUE SPACES.
       01 WS-STORE-DATE           PIC 9(08) VALUE 0.
       01 WS-STORE-INT            PIC 9(08) VALUE 0.
       01 WS-DATE-INT             PIC 9(08) VALUE 0.
       01 WS-LOOK-DATE            PIC 9(08) VALUE 0.
       01 WS-STORE-HITS           PIC 9(03) VALUE 0.
       01 WS-ASK-ELF-ID           PIC 9(05) VALUE 0.
       01 WS-FOUND-ANYWHERE       PIC A(1)  VALUE 'N'.
       01 WS-FOUND-HERE           PIC A(1)  VALUE 'N'.
           05 WS-HI-YTD-DAYS       PIC Z(2)9.
           05 FILLER               PIC X(05) VALUE ' DAYS'.

       01 WS-STORE-LINE.
           05 FILLER               PIC X(15)
                VALUE 'STORE     DATE '.
           05 WS-ST-DATE           PIC 9(08).
           05 FILLER               PIC X(08) VALUE '  ITEMS '.
           05 WS-ST-ITEMS          PIC Z(4)9.
           05 FILLER               PIC X(11) VALUE '  CALORIES '.
           05 WS-ST-CALS           PIC Z(11)9.
           05 FILLER               PIC X(07) VALUE '  RANK '.
           05 WS-ST-RANK           PIC Z(4)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-ST-SUSPENSE       PIC X(15).

       01 WS-STORE-MISS-LINE.
           05 FILLER               PIC X(15)
                VALUE 'STORE     DATE '.
           05 WS-SM-DATE           PIC 9(08).
           05 FILLER               PIC X(11) VALUE '  NO FIGURE'.

       01 WS-RUN-DATE             PIC 9(08) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMD-RAW FROM COMMAND-LINE
           UNSTRING WS-CMD-RAW DELIMITED BY ALL ' '
             INTO WS-ID-PARM WS-MODE-PARM WS-STORE-DATE
           IF WS-ID-PARM <= 0 OR WS-ID-PARM > 99999
             DISPLAY "USAGE: GIVE THE ELF-ID (1-99999) AS THE "
               "COMMAND-LINE ARGUMENT"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           IF WS-MODE-PARM <> SPACES AND WS-MODE-PARM <> 'STORE'
             DISPLAY "USAGE: ELFID [STORE [YYYYMMDD]] - UNKNOWN MODE "
               "[ " WS-MODE-PARM " ]"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-ID-PARM TO WS-ASK-ELF-ID

      *    Pick up the run-time parameters; a bad card deck fails
           MOVE PARM-ELVES-DAT TO WS-ELVES-FILENAME
           MOVE PARM-ITMCAT-DAT TO WS-ITMCAT-FILENAME

      *    STORE mode asks about a date - the run date unless one
      *    was given.
           IF WS-MODE-PARM = 'STORE'
             IF WS-STORE-DATE = 0
               IF PARM-RUN-DATE > 0
                 MOVE PARM-RUN-DATE TO WS-STORE-DATE
               ELSE
                 MOVE WS-RUN-DATE TO WS-STORE-DATE
               END-IF
             END-IF
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-STORE-DATE) <> 0
               DISPLAY "USAGE: ELFID [STORE [YYYYMMDD]] - "
                 WS-STORE-DATE " IS NOT A VALID YYYYMMDD DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE WS-STORE-DATE TO WS-RUN-DATE
           END-IF

           OPEN OUTPUT INQUIRY-RPT
           MOVE WS-ASK-ELF-ID TO WS-HD-ELF-ID
           MOVE WS-RUN-DATE TO WS-HD-DATE
           PERFORM WRITE-AND-ECHO

           PERFORM SHOW-MASTER-RECORD
           IF WS-MODE-PARM = 'STORE'
             PERFORM SHOW-STORE-FIGURES
           ELSE
             PERFORM LOAD-CATEGORY-REFERENCE
             PERFORM SHOW-EXTRACT-ITEMS
             PERFORM SHOW-CATEGORY-SPLIT
             PERFORM SHOW-PROVISIONING
           END-IF
           PERFORM SHOW-SUSPENSE
           PERFORM SHOW-HISTORY

             END-IF
           END-IF.

      *****************************************************************
      * STORE mode - the elf's figure off the daily results store for
      * the date asked about and the six days before it, oldest
      * first, one keyed read a day.
      *****************************************************************
       SHOW-STORE-FIGURES.
           OPEN INPUT ELF-DAILY
           IF WS-DAY-FILE-STATUS <> '00'
             MOVE 'STORE     NOT AVAILABLE' TO INQUIRY-RPT-LINE
             PERFORM WRITE-AND-ECHO
           ELSE
             COMPUTE WS-STORE-INT =
               FUNCTION INTEGER-OF-DATE(WS-STORE-DATE)
             COMPUTE WS-DATE-INT = WS-STORE-INT - 6
             PERFORM UNTIL WS-DATE-INT > WS-STORE-INT
               COMPUTE WS-LOOK-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-LOOK-DATE TO ELF-DAY-RUN-DATE
               MOVE WS-ASK-ELF-ID TO ELF-DAY-ELF-ID
               READ ELF-DAILY
                 INVALID KEY
                   MOVE WS-LOOK-DATE TO WS-SM-DATE
                   MOVE WS-STORE-MISS-LINE TO INQUIRY-RPT-LINE
                   PERFORM WRITE-AND-ECHO
                 NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-ANYWHERE
                   ADD 1 TO WS-STORE-HITS
                   MOVE WS-LOOK-DATE TO WS-ST-DATE
                   MOVE ELF-DAY-ITEM-COUNT TO WS-ST-ITEMS
                   MOVE ELF-DAY-TOT-CALORIES TO WS-ST-CALS
                   MOVE ELF-DAY-RANK TO WS-ST-RANK
                   IF ELF-DAY-IN-SUSPENSE
                     MOVE 'ITEMS SUSPENDED' TO WS-ST-SUSPENSE
                   ELSE
                     MOVE SPACES TO WS-ST-SUSPENSE
                   END-IF
                   MOVE WS-STORE-LINE TO INQUIRY-RPT-LINE
                   PERFORM WRITE-AND-ECHO
               END-READ
               ADD 1 TO WS-DATE-INT
             END-PERFORM
             CLOSE ELF-DAILY
             IF WS-STORE-HITS = 0
               MOVE 'STORE     NOT FOUND' TO INQUIRY-RPT-LINE
               PERFORM WRITE-AND-ECHO
             END-IF
           END-IF.

      *****************************************************************
      * The elf's records sitting in validation suspense, with the
      * reject reasons.
