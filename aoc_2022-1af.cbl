       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc_2022-1af.
       AUTHOR. Stephen Krochenski.
       DATE-WRITTEN. Oct 15 2026.
       REMARKS. Advent of Code 2022 Day 1 - team ration review.
           The team summary (aoc_2022-1r) says what each expedition
           team is carrying; the team ration plan (see RATNPLN.CPY,
           maintained by aoc_2022-1ae) says what it should carry.
           This step holds one against the other.  It reads the
           roster pass's per-elf figures from the provisioning
           extract, books each elf to its master team, sorts the
           elves by team with the heaviest carriers first, and for
           each team reports the calories required - the members'
           targets, or the team floor where that is more - against
           the calories actually carried, the surplus or shortfall,
           and every member carrying less than the per-member
           target.  Where a team is short, transfers are proposed
           from the team's own members above target to its members
           below, largest carrier to largest deficit, so the
           quartermaster can even the team out before drawing on
           stores.  Teams on the plan with no member provisioned
           tonight are reported against their floor.
      *
      * Condition codes:
      *   0   every team at or above plan
      *   4   one or more teams short of plan, or one or more teams
      *       (including the UNASSIGNED line) with no plan on file
      *   8   parameter deck unusable, provisioning extract missing
      *       or failed its header/trailer verification, ration plan
      *       file could not be read or overflowed, or a team had
      *       more members than the member table holds
      *
      * Mod log:
      * Oct 15 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROV-EXTRACT
           ASSIGN TO 'aoc_2022-1-provision.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROV-FILE-STATUS.

           SELECT ELF-MASTER
           ASSIGN DYNAMIC WS-MST-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ELF-MST-ID
           FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT RATION-PLAN
           ASSIGN TO 'aoc_2022-1-ration.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLN-FILE-STATUS.

           SELECT RATION-RPT
           ASSIGN TO 'aoc_2022-1-ration.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-JOURNAL
           ASSIGN TO 'aoc_2022-1-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT SORT-WORK
           ASSIGN TO 'aoc_2022-1af.srt'.

       DATA DIVISION.
       FILE SECTION.
       FD PROV-EXTRACT.
       01 PROV-EXTRACT-LINE       PIC X(27) VALUE SPACES.

       FD ELF-MASTER.
           COPY ELFMST.

       FD RATION-PLAN.
           COPY RATNPLN.

       FD RATION-RPT.
       01 RATION-RPT-LINE         PIC X(132) VALUE SPACES.

       FD RUN-JOURNAL.
       01 RUN-JOURNAL-LINE        PIC X(61) VALUE SPACES.

       SD SORT-WORK.
       01 SORT-RECORD.
           05 SORT-TEAM            PIC X(20).
           05 SORT-CALORIES        PIC 9(12).
           05 SORT-ELF-ID          PIC 9(05).
           05 SORT-ELF-NAME        PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-PROV-EOF             PIC A(1)  VALUE 'F'.
       01 WS-PLN-EOF              PIC A(1)  VALUE 'F'.
       01 WS-SORT-EOF             PIC A(1)  VALUE 'F'.
       01 WS-PROV-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-PLN-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-MST-FILENAME         PIC X(40).
       01 WS-MST-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-MST-AVAILABLE        PIC A(1)  VALUE 'N'.
       01 WS-EXTRACT-BAD          PIC A(1)  VALUE 'N'.
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.

      *    Run-time parameters (see PARMBLK.CPY), filled by the
      *    aoc_2022-1p card reader at startup.
           COPY PARMBLK.

      *    Provisioning extract detail and control layouts (see
      *    PROVREC.CPY).  Every line is moved to the control view
      *    first so HDR/TRL records are peeled off before the detail
      *    logic sees them.
           COPY PROVREC.

       01 WS-SEEN-HDR             PIC A(1)  VALUE 'N'.
       01 WS-SEEN-TRL             PIC A(1)  VALUE 'N'.
       01 WS-CHK-RECORDS          PIC 9(08) VALUE 0.
       01 WS-CHK-CALORIES         PIC 9(12) VALUE 0.
       01 WS-TRL-RECORDS          PIC 9(08) VALUE 0.
       01 WS-TRL-CALORIES         PIC 9(12) VALUE 0.
       01 WS-BOOK-TEAM            PIC X(20) VALUE SPACES.
       01 WS-BOOK-NAME            PIC X(30) VALUE SPACES.
       01 WS-UNASSIGNED-TEAM      PIC X(20) VALUE '** UNASSIGNED **'.

      *    Ration plan held in a table - same ceiling as the plan
      *    maintenance program's - with a flag per team set when the
      *    team turns up in tonight's extract.
       01 WS-PLN-COUNT            PIC 9(03) VALUE 0.
       01 WS-PLN-IDX              PIC 9(03) VALUE 0.
       01 WS-MAX-PLN              PIC 9(03) VALUE 100.
       01 WS-PLN-OVERFLOW         PIC A(1)  VALUE 'N'.
       01 WS-PLN-FOUND            PIC A(1)  VALUE 'N'.
       01 WS-FIND-TEAM            PIC X(20) VALUE SPACES.

       01 WS-PLN-TABLE.
           05 WS-PLN-ENTRY OCCURS 100 TIMES.
              10 WS-PLN-TEAM           PIC X(20).
              10 WS-PLN-TARGET         PIC 9(12).
              10 WS-PLN-FLOOR          PIC 9(12).
              10 WS-PLN-SEEN           PIC A(1).

      *    The team in progress on the sort output side.  Members
      *    arrive heaviest first, so donors are taken from the top
      *    of the member table and recipients from the bottom.
       01 WS-CUR-TEAM             PIC X(20) VALUE SPACES.
       01 WS-CUR-MEMBERS          PIC 9(05) VALUE 0.
       01 WS-CUR-ACTUAL           PIC 9(12) VALUE 0.
       01 WS-CUR-TARGET           PIC 9(12) VALUE 0.
       01 WS-CUR-FLOOR            PIC 9(12) VALUE 0.
       01 WS-CUR-PLAN             PIC 9(12) VALUE 0.
       01 WS-CUR-REQUIRED         PIC 9(12) VALUE 0.
       01 WS-CUR-DIFF             PIC 9(12) VALUE 0.
       01 WS-CUR-SHORT            PIC A(1)  VALUE 'N'.

       01 WS-MB-COUNT             PIC 9(04) VALUE 0.
       01 WS-MB-IDX               PIC 9(04) VALUE 0.
       01 WS-MAX-MB               PIC 9(04) VALUE 1000.
       01 WS-MB-OVERFLOW          PIC A(1)  VALUE 'N'.

       01 WS-MB-TABLE.
           05 WS-MB-ENTRY OCCURS 1000 TIMES.
              10 WS-MB-ELF-ID          PIC 9(05).
              10 WS-MB-NAME            PIC X(30).
              10 WS-MB-CALORIES        PIC 9(12).
              10 WS-MB-ADJUSTED        PIC 9(12).

       01 WS-DON-IDX              PIC 9(04) VALUE 0.
       01 WS-RCP-IDX              PIC 9(04) VALUE 0.
       01 WS-XFER-DONE            PIC A(1)  VALUE 'N'.
       01 WS-XFER-EXCESS          PIC 9(12) VALUE 0.
       01 WS-XFER-NEED            PIC 9(12) VALUE 0.
       01 WS-XFER-AMOUNT          PIC 9(12) VALUE 0.
       01 WS-XFER-TEAM-COUNT      PIC 9(05) VALUE 0.
       01 WS-STILL-UNDER          PIC 9(12) VALUE 0.

       01 WS-TEAMS-REVIEWED       PIC 9(05) VALUE 0.
       01 WS-TEAMS-AT-PLAN        PIC 9(05) VALUE 0.
       01 WS-TEAMS-SHORT          PIC 9(05) VALUE 0.
       01 WS-TEAMS-UNPLANNED      PIC 9(05) VALUE 0.
       01 WS-XFER-COUNT           PIC 9(05) VALUE 0.
       01 WS-SHORT-TO-DISP        PIC Z(4)9.
       01 WS-UNPLANNED-TO-DISP    PIC Z(4)9.
       01 WS-REVIEWED-TO-DISP     PIC Z(4)9.

       01 WS-RATION-HDR-LINE.
           05 FILLER                PIC X(26)
                VALUE 'TEAM RATION PLAN REVIEW AT'.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-RH-DATE            PIC 9(08).

       01 WS-TEAM-LINE.
           05 FILLER                PIC X(05) VALUE 'TEAM '.
           05 WS-TL-TEAM            PIC X(20).
           05 FILLER                PIC X(10) VALUE '  MEMBERS '.
           05 WS-TL-MEMBERS         PIC Z(4)9.
           05 FILLER                PIC X(13) VALUE '  PER MEMBER '.
           05 WS-TL-TARGET          PIC Z(11)9.
           05 FILLER                PIC X(08) VALUE '  FLOOR '.
           05 WS-TL-FLOOR           PIC Z(11)9.
           05 FILLER                PIC X(11) VALUE '  REQUIRED '.
           05 WS-TL-REQUIRED        PIC Z(11)9.
           05 FILLER                PIC X(09) VALUE '  ACTUAL '.
           05 WS-TL-ACTUAL          PIC Z(11)9.

       01 WS-RESULT-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-RL-LABEL           PIC X(10).
           05 WS-RL-AMOUNT          PIC Z(11)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-RL-NOTE            PIC X(60).

       01 WS-NOTE-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-NL-NOTE            PIC X(60).

       01 WS-BELOW-LINE.
           05 FILLER                PIC X(21)
                VALUE '    BELOW TARGET  ID '.
           05 WS-BL-ELF-ID          PIC 9(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-BL-NAME            PIC X(30).
           05 FILLER                PIC X(11) VALUE '  CALORIES '.
           05 WS-BL-CALORIES        PIC Z(11)9.
           05 FILLER                PIC X(11) VALUE '  SHORT BY '.
           05 WS-BL-SHORT           PIC Z(11)9.

       01 WS-XFER-LINE.
           05 FILLER                PIC X(13) VALUE '    TRANSFER '.
           05 WS-XL-AMOUNT          PIC Z(11)9.
           05 FILLER                PIC X(15) VALUE ' CALORIES FROM '.
           05 WS-XL-FROM-ID         PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-XL-FROM-NAME       PIC X(30).
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 WS-XL-TO-ID           PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-XL-TO-NAME         PIC X(30).

       01 WS-SUMMARY-LINE.
           05 FILLER                PIC X(15) VALUE 'TEAMS REVIEWED '.
           05 WS-SL-REVIEWED        PIC Z(4)9.
           05 FILLER                PIC X(10) VALUE '  AT PLAN '.
           05 WS-SL-AT-PLAN         PIC Z(4)9.
           05 FILLER                PIC X(08) VALUE '  SHORT '.
           05 WS-SL-SHORT           PIC Z(4)9.
           05 FILLER                PIC X(14) VALUE '  NOT PLANNED '.
           05 WS-SL-UNPLANNED       PIC Z(4)9.
           05 FILLER                PIC X(21)
                VALUE '  TRANSFERS PROPOSED '.
           05 WS-SL-XFERS           PIC Z(4)9.

      *    Shared run-journal working storage (see JRNLREC.CPY) -
      *    one record appended as the last action before every STOP
      *    RUN, so the operator job log can reconstruct the night's
      *    run from a single file.
           COPY JRNLREC.

       01 WS-JRNL-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-JRNL-RESTART         PIC X(01) VALUE 'N'.
       01 WS-JRNL-STEP-NAME       PIC X(12) VALUE 'AOC-2022-1AF'.
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
           MOVE PARM-ELF-MASTER-DAT TO WS-MST-FILENAME

           PERFORM LOAD-PLAN-TABLE
           IF RETURN-CODE = 8
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

      *    The master is optional input the same way it is on the
      *    team summary - without it every elf lands on the
      *    UNASSIGNED line, which no plan covers.
           OPEN INPUT ELF-MASTER
           IF WS-MST-FILE-STATUS = '00'
             MOVE 'Y' TO WS-MST-AVAILABLE
           ELSE
             DISPLAY "WARNING: ELF MASTER COULD NOT BE OPENED "
               "(STATUS " WS-MST-FILE-STATUS ") - EVERY ELF WILL "
               "REPORT AS UNASSIGNED"
           END-IF

           OPEN INPUT PROV-EXTRACT
           IF WS-PROV-FILE-STATUS <> '00'
             DISPLAY "PROVISIONING EXTRACT COULD NOT BE OPENED - "
               "STATUS " WS-PROV-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

      *    Order the elves by team, heaviest carrier first within
      *    the team; the output procedure reviews each team at its
      *    control break.
           SORT SORT-WORK
             ON ASCENDING KEY SORT-TEAM
             ON DESCENDING KEY SORT-CALORIES
             ON ASCENDING KEY SORT-ELF-ID
             INPUT PROCEDURE IS READ-EXTRACT-IN
             OUTPUT PROCEDURE IS TAKE-TEAMS-OUT
           IF WS-MST-AVAILABLE = 'Y'
             CLOSE ELF-MASTER
           END-IF

           IF WS-SEEN-HDR = 'N' OR WS-SEEN-TRL = 'N'
             DISPLAY "PROVISIONING EXTRACT CONTROL RECORD MISSING - "
               "HDR SEEN: " WS-SEEN-HDR " TRL SEEN: " WS-SEEN-TRL
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF
           IF WS-TRL-RECORDS <> WS-CHK-RECORDS
             OR WS-TRL-CALORIES <> WS-CHK-CALORIES
             DISPLAY "PROVISIONING TRAILER MISMATCH - TRAILER SAYS "
               WS-TRL-RECORDS " RECORDS / " WS-TRL-CALORIES
               " CALORIES, ACTUALLY READ " WS-CHK-RECORDS " / "
               WS-CHK-CALORIES
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

      *    Teams on the plan that no elf was booked to tonight are
      *    still owed their floor.
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
             UNTIL WS-PLN-IDX > WS-PLN-COUNT
             IF WS-PLN-SEEN(WS-PLN-IDX) = 'N'
               PERFORM REVIEW-ABSENT-TEAM
             END-IF
           END-PERFORM

           MOVE WS-TEAMS-REVIEWED TO WS-SL-REVIEWED
           MOVE WS-TEAMS-AT-PLAN TO WS-SL-AT-PLAN
           MOVE WS-TEAMS-SHORT TO WS-SL-SHORT
           MOVE WS-TEAMS-UNPLANNED TO WS-SL-UNPLANNED
           MOVE WS-XFER-COUNT TO WS-SL-XFERS
           MOVE WS-SUMMARY-LINE TO RATION-RPT-LINE
           WRITE RATION-RPT-LINE
           CLOSE RATION-RPT

           IF WS-MB-OVERFLOW = 'Y'
             DISPLAY "A TEAM HAS MORE THAN " WS-MAX-MB " MEMBERS - "
               "MEMBER LISTS AND TRANSFERS ARE INCOMPLETE"
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN
           END-IF

           MOVE WS-TEAMS-REVIEWED TO WS-REVIEWED-TO-DISP
           DISPLAY "Ration review written for " WS-REVIEWED-TO-DISP
             " team(s)"
           MOVE 0 TO RETURN-CODE
           IF WS-TEAMS-SHORT > 0
             MOVE WS-TEAMS-SHORT TO WS-SHORT-TO-DISP
             DISPLAY "WARNING: " WS-SHORT-TO-DISP " TEAM(S) SHORT "
               "OF THEIR RATION PLAN - SEE THE RATION REVIEW"
             MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TEAMS-UNPLANNED > 0
             MOVE WS-TEAMS-UNPLANNED TO WS-UNPLANNED-TO-DISP
             DISPLAY "WARNING: " WS-UNPLANNED-TO-DISP " TEAM(S) WITH "
               "NO RATION PLAN ON FILE"
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-JOURNAL
           STOP RUN.

      *****************************************************************
      * Load the ration plan into the table.  No plan file yet is a
      * warning - every team reports as unplanned - but a file that
      * can't be read or holds more teams than the table fails the
      * step.
      *****************************************************************
       LOAD-PLAN-TABLE.
           OPEN INPUT RATION-PLAN
           EVALUATE TRUE
             WHEN WS-PLN-FILE-STATUS = '35'
               DISPLAY "WARNING: NO RATION PLAN FILE - EVERY TEAM "
                 "WILL REPORT AS UNPLANNED"
             WHEN WS-PLN-FILE-STATUS <> '00'
               DISPLAY "RATION PLAN FILE COULD NOT BE OPENED - "
                 "STATUS " WS-PLN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               PERFORM UNTIL WS-PLN-EOF = 'T'
                 READ RATION-PLAN
                 AT END
                   MOVE 'T' TO WS-PLN-EOF
                 NOT AT END
                   IF RATN-PLAN-RECORD <> SPACES
                     IF WS-PLN-COUNT < WS-MAX-PLN
                       ADD 1 TO WS-PLN-COUNT
                       MOVE RATN-TEAM TO WS-PLN-TEAM(WS-PLN-COUNT)
                       MOVE RATN-TARGET-CALS
                         TO WS-PLN-TARGET(WS-PLN-COUNT)
                       MOVE RATN-TEAM-FLOOR
                         TO WS-PLN-FLOOR(WS-PLN-COUNT)
                       MOVE 'N' TO WS-PLN-SEEN(WS-PLN-COUNT)
                     ELSE
                       MOVE 'Y' TO WS-PLN-OVERFLOW
                     END-IF
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE RATION-PLAN
               IF WS-PLN-OVERFLOW = 'Y'
                 DISPLAY "RATION PLAN FILE EXCEEDS " WS-MAX-PLN
                   " TEAMS - REVIEW NOT WRITTEN"
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-EVALUATE.

      *****************************************************************
      * Sort input procedure - read the provisioning extract,
      * verifying it against its trailer as it is read, and release
      * one sort record per elf booked to its master team.
      *****************************************************************
       READ-EXTRACT-IN.
           PERFORM UNTIL WS-PROV-EOF = 'T'
             READ PROV-EXTRACT
             AT END
               MOVE 'T' TO WS-PROV-EOF
             NOT AT END
               MOVE PROV-EXTRACT-LINE TO PROV-CTL-RECORD
               IF PROV-CTL-HEADER
                 MOVE 'Y' TO WS-SEEN-HDR
                 MOVE PROV-HDR-DATE TO WS-RUN-DATE
               ELSE
                 IF PROV-CTL-TRAILER
                   MOVE 'Y' TO WS-SEEN-TRL
                   MOVE PROV-TRL-RECORD-COUNT TO WS-TRL-RECORDS
                   MOVE PROV-TRL-TOT-CALORIES TO WS-TRL-CALORIES
                 ELSE
                   MOVE PROV-EXTRACT-LINE TO PROV-DETAIL-RECORD
                   ADD 1 TO WS-CHK-RECORDS
                   ADD PROV-TOT-CALORIES TO WS-CHK-CALORIES
                   PERFORM RELEASE-ELF-TO-TEAM
                 END-IF
               END-IF
             END-READ
           END-PERFORM
           CLOSE PROV-EXTRACT

           IF WS-SEEN-HDR = 'N' OR WS-SEEN-TRL = 'N'
             MOVE 'Y' TO WS-EXTRACT-BAD
           ELSE
             IF WS-TRL-RECORDS <> WS-CHK-RECORDS
               OR WS-TRL-CALORIES <> WS-CHK-CALORIES
               MOVE 'Y' TO WS-EXTRACT-BAD
             END-IF
           END-IF.

      *****************************************************************
      * Look one elf up on the master - UNASSIGNED when the master
      * doesn't know the ID - and release it to the sort.
      *****************************************************************
       RELEASE-ELF-TO-TEAM.
           MOVE WS-UNASSIGNED-TEAM TO WS-BOOK-TEAM
           MOVE SPACES TO WS-BOOK-NAME
           IF WS-MST-AVAILABLE = 'Y'
             MOVE PROV-ELF-ID TO ELF-MST-ID
             READ ELF-MASTER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE ELF-MST-TEAM TO WS-BOOK-TEAM
                 MOVE ELF-MST-NAME TO WS-BOOK-NAME
             END-READ
           END-IF
           MOVE WS-BOOK-TEAM TO SORT-TEAM
           MOVE PROV-TOT-CALORIES TO SORT-CALORIES
           MOVE PROV-ELF-ID TO SORT-ELF-ID
           MOVE WS-BOOK-NAME TO SORT-ELF-NAME
           RELEASE SORT-RECORD.

      *****************************************************************
      * Sort output procedure - gather each team's members and
      * review the team at the control break.  Drains without
      * writing anything when the extract failed verification.
      *****************************************************************
       TAKE-TEAMS-OUT.
           IF WS-EXTRACT-BAD = 'N'
             OPEN OUTPUT RATION-RPT
             MOVE WS-RUN-DATE TO WS-RH-DATE
             MOVE WS-RATION-HDR-LINE TO RATION-RPT-LINE
             WRITE RATION-RPT-LINE
             MOVE SPACES TO RATION-RPT-LINE
             WRITE RATION-RPT-LINE
           END-IF
           PERFORM UNTIL WS-SORT-EOF = 'T'
             RETURN SORT-WORK
             AT END
               MOVE 'T' TO WS-SORT-EOF
             NOT AT END
               IF WS-EXTRACT-BAD = 'N'
                 IF WS-CUR-MEMBERS > 0
                   AND SORT-TEAM <> WS-CUR-TEAM
                   PERFORM REVIEW-TEAM
                 END-IF
                 MOVE SORT-TEAM TO WS-CUR-TEAM
                 ADD 1 TO WS-CUR-MEMBERS
                 ADD SORT-CALORIES TO WS-CUR-ACTUAL
                 IF WS-MB-COUNT < WS-MAX-MB
                   ADD 1 TO WS-MB-COUNT
                   MOVE SORT-ELF-ID TO WS-MB-ELF-ID(WS-MB-COUNT)
                   MOVE SORT-ELF-NAME TO WS-MB-NAME(WS-MB-COUNT)
                   MOVE SORT-CALORIES TO WS-MB-CALORIES(WS-MB-COUNT)
                   MOVE SORT-CALORIES TO WS-MB-ADJUSTED(WS-MB-COUNT)
                 ELSE
                   MOVE 'Y' TO WS-MB-OVERFLOW
                 END-IF
               END-IF
             END-RETURN
           END-PERFORM
           IF WS-EXTRACT-BAD = 'N' AND WS-CUR-MEMBERS > 0
             PERFORM REVIEW-TEAM
           END-IF.

      *****************************************************************
      * Review the team just gathered against its plan.  The team
      * is required to carry its members' targets or its floor,
      * whichever is more; members are counted from tonight's
      * extract, the same way the team summary counts them.
      *****************************************************************
       REVIEW-TEAM.
           ADD 1 TO WS-TEAMS-REVIEWED
           MOVE WS-CUR-TEAM TO WS-FIND-TEAM
           PERFORM FIND-PLAN-ENTRY
           MOVE 0 TO WS-CUR-TARGET
           MOVE 0 TO WS-CUR-FLOOR
           MOVE 0 TO WS-CUR-REQUIRED
           IF WS-PLN-FOUND = 'Y'
             MOVE 'Y' TO WS-PLN-SEEN(WS-PLN-IDX)
             MOVE WS-PLN-TARGET(WS-PLN-IDX) TO WS-CUR-TARGET
             MOVE WS-PLN-FLOOR(WS-PLN-IDX) TO WS-CUR-FLOOR
             COMPUTE WS-CUR-PLAN = WS-CUR-MEMBERS * WS-CUR-TARGET
             IF WS-CUR-PLAN > WS-CUR-FLOOR
               MOVE WS-CUR-PLAN TO WS-CUR-REQUIRED
             ELSE
               MOVE WS-CUR-FLOOR TO WS-CUR-REQUIRED
             END-IF
           END-IF
           PERFORM WRITE-TEAM-LINE

           EVALUATE TRUE
             WHEN WS-CUR-TEAM = WS-UNASSIGNED-TEAM
               MOVE 'ELVES NOT ON THE ELF MASTER - NO PLAN APPLIES'
                 TO WS-NL-NOTE
               MOVE WS-NOTE-LINE TO RATION-RPT-LINE
               WRITE RATION-RPT-LINE
               ADD 1 TO WS-TEAMS-UNPLANNED
             WHEN WS-PLN-FOUND = 'N'
               MOVE 'NO RATION PLAN ON FILE FOR THIS TEAM'
                 TO WS-NL-NOTE
               MOVE WS-NOTE-LINE TO RATION-RPT-LINE
               WRITE RATION-RPT-LINE
               ADD 1 TO WS-TEAMS-UNPLANNED
             WHEN OTHER
               PERFORM WRITE-RESULT-LINE
               PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                 UNTIL WS-MB-IDX > WS-MB-COUNT
                 IF WS-MB-CALORIES(WS-MB-IDX) < WS-CUR-TARGET
                   MOVE WS-MB-ELF-ID(WS-MB-IDX) TO WS-BL-ELF-ID
                   MOVE WS-MB-NAME(WS-MB-IDX) TO WS-BL-NAME
                   MOVE WS-MB-CALORIES(WS-MB-IDX) TO WS-BL-CALORIES
                   COMPUTE WS-BL-SHORT =
                     WS-CUR-TARGET - WS-MB-CALORIES(WS-MB-IDX)
                   MOVE WS-BELOW-LINE TO RATION-RPT-LINE
                   WRITE RATION-RPT-LINE
                 END-IF
               END-PERFORM
               IF WS-CUR-SHORT = 'Y'
                 PERFORM PROPOSE-TRANSFERS
               END-IF
           END-EVALUATE
           MOVE SPACES TO RATION-RPT-LINE
           WRITE RATION-RPT-LINE

           MOVE 0 TO WS-CUR-MEMBERS
           MOVE 0 TO WS-CUR-ACTUAL
           MOVE 0 TO WS-MB-COUNT.

      *****************************************************************
      * Report a team on the plan that no elf was booked to tonight
      * - nothing carried, so it is short by its floor (if it has
      * one).
      *****************************************************************
       REVIEW-ABSENT-TEAM.
           ADD 1 TO WS-TEAMS-REVIEWED
           MOVE WS-PLN-TEAM(WS-PLN-IDX) TO WS-CUR-TEAM
           MOVE 0 TO WS-CUR-MEMBERS
           MOVE 0 TO WS-CUR-ACTUAL
           MOVE WS-PLN-TARGET(WS-PLN-IDX) TO WS-CUR-TARGET
           MOVE WS-PLN-FLOOR(WS-PLN-IDX) TO WS-CUR-FLOOR
           MOVE WS-CUR-FLOOR TO WS-CUR-REQUIRED
           PERFORM WRITE-TEAM-LINE
           PERFORM WRITE-RESULT-LINE
           MOVE 'NO MEMBERS PROVISIONED TONIGHT' TO WS-NL-NOTE
           MOVE WS-NOTE-LINE TO RATION-RPT-LINE
           WRITE RATION-RPT-LINE
           MOVE SPACES TO RATION-RPT-LINE
           WRITE RATION-RPT-LINE.

      *****************************************************************
      * Write the team line for the team in progress.
      *****************************************************************
       WRITE-TEAM-LINE.
           MOVE WS-CUR-TEAM TO WS-TL-TEAM
           MOVE WS-CUR-MEMBERS TO WS-TL-MEMBERS
           MOVE WS-CUR-TARGET TO WS-TL-TARGET
           MOVE WS-CUR-FLOOR TO WS-TL-FLOOR
           MOVE WS-CUR-REQUIRED TO WS-TL-REQUIRED
           MOVE WS-CUR-ACTUAL TO WS-TL-ACTUAL
           MOVE WS-TEAM-LINE TO RATION-RPT-LINE
           WRITE RATION-RPT-LINE.

      *****************************************************************
      * Write the team's surplus or shortfall against what it is
      * required to carry, and count the team at plan or short.
      *****************************************************************
       WRITE-RESULT-LINE.
           MOVE SPACES TO WS-RL-NOTE
           IF WS-CUR-ACTUAL < WS-CUR-REQUIRED
             MOVE 'Y' TO WS-CUR-SHORT
             ADD 1 TO WS-TEAMS-SHORT
             COMPUTE WS-CUR-DIFF = WS-CUR-REQUIRED - WS-CUR-ACTUAL
             MOVE 'SHORTFALL' TO WS-RL-LABEL
             IF WS-CUR-FLOOR > WS-CUR-MEMBERS * WS-CUR-TARGET
               MOVE 'TEAM FLOOR NOT MET' TO WS-RL-NOTE
             END-IF
           ELSE
             MOVE 'N' TO WS-CUR-SHORT
             ADD 1 TO WS-TEAMS-AT-PLAN
             COMPUTE WS-CUR-DIFF = WS-CUR-ACTUAL - WS-CUR-REQUIRED
             MOVE 'SURPLUS' TO WS-RL-LABEL
           END-IF
           MOVE WS-CUR-DIFF TO WS-RL-AMOUNT
           MOVE WS-RESULT-LINE TO RATION-RPT-LINE
           WRITE RATION-RPT-LINE.

      *****************************************************************
      * Propose transfers within a short team: the heaviest member
      * above target gives to the member furthest below it, each
      * transfer the lesser of the giver's excess and the receiver's
      * need, until no member is left above target or none below.
      * Transfers move calories between members, not into the team,
      * so the team's shortfall stands and is still to be drawn
      * from stores.
      *****************************************************************
       PROPOSE-TRANSFERS.
           MOVE 0 TO WS-XFER-TEAM-COUNT
           MOVE 1 TO WS-DON-IDX
           MOVE WS-MB-COUNT TO WS-RCP-IDX
           MOVE 'N' TO WS-XFER-DONE
           PERFORM UNTIL WS-XFER-DONE = 'Y'
             IF WS-DON-IDX >= WS-RCP-IDX
               OR WS-MB-ADJUSTED(WS-DON-IDX) <= WS-CUR-TARGET
               OR WS-MB-ADJUSTED(WS-RCP-IDX) >= WS-CUR-TARGET
               MOVE 'Y' TO WS-XFER-DONE
             ELSE
               COMPUTE WS-XFER-EXCESS =
                 WS-MB-ADJUSTED(WS-DON-IDX) - WS-CUR-TARGET
               COMPUTE WS-XFER-NEED =
                 WS-CUR-TARGET - WS-MB-ADJUSTED(WS-RCP-IDX)
               IF WS-XFER-EXCESS < WS-XFER-NEED
                 MOVE WS-XFER-EXCESS TO WS-XFER-AMOUNT
               ELSE
                 MOVE WS-XFER-NEED TO WS-XFER-AMOUNT
               END-IF
               SUBTRACT WS-XFER-AMOUNT
                 FROM WS-MB-ADJUSTED(WS-DON-IDX)
               ADD WS-XFER-AMOUNT TO WS-MB-ADJUSTED(WS-RCP-IDX)
               MOVE WS-XFER-AMOUNT TO WS-XL-AMOUNT
               MOVE WS-MB-ELF-ID(WS-DON-IDX) TO WS-XL-FROM-ID
               MOVE WS-MB-NAME(WS-DON-IDX) TO WS-XL-FROM-NAME
               MOVE WS-MB-ELF-ID(WS-RCP-IDX) TO WS-XL-TO-ID
               MOVE WS-MB-NAME(WS-RCP-IDX) TO WS-XL-TO-NAME
               MOVE WS-XFER-LINE TO RATION-RPT-LINE
               WRITE RATION-RPT-LINE
               ADD 1 TO WS-XFER-TEAM-COUNT
               ADD 1 TO WS-XFER-COUNT
               IF WS-MB-ADJUSTED(WS-DON-IDX) = WS-CUR-TARGET
                 ADD 1 TO WS-DON-IDX
               END-IF
               IF WS-MB-ADJUSTED(WS-RCP-IDX) = WS-CUR-TARGET
                 SUBTRACT 1 FROM WS-RCP-IDX
               END-IF
             END-IF
           END-PERFORM

           MOVE 0 TO WS-STILL-UNDER
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
             UNTIL WS-MB-IDX > WS-MB-COUNT
             IF WS-MB-ADJUSTED(WS-MB-IDX) < WS-CUR-TARGET
               COMPUTE WS-STILL-UNDER = WS-STILL-UNDER
                 + WS-CUR-TARGET - WS-MB-ADJUSTED(WS-MB-IDX)
             END-IF
           END-PERFORM
           IF WS-XFER-TEAM-COUNT = 0
             MOVE 'NO MEMBER ABOVE TARGET - NOTHING TO TRANSFER'
               TO WS-NL-NOTE
             MOVE WS-NOTE-LINE TO RATION-RPT-LINE
             WRITE RATION-RPT-LINE
           END-IF
           IF WS-STILL-UNDER > 0
             MOVE 'UNDER TGT' TO WS-RL-LABEL
             MOVE WS-STILL-UNDER TO WS-RL-AMOUNT
             MOVE 'MEMBERS STILL BELOW TARGET AFTER TRANSFERS'
               TO WS-RL-NOTE
             MOVE WS-RESULT-LINE TO RATION-RPT-LINE
             WRITE RATION-RPT-LINE
           END-IF.

      *****************************************************************
      * Find WS-FIND-TEAM on the plan table.  Leaves WS-PLN-FOUND
      * and, when found, WS-PLN-IDX on the entry.
      *****************************************************************
       FIND-PLAN-ENTRY.
           MOVE 'N' TO WS-PLN-FOUND
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
             UNTIL WS-PLN-IDX > WS-PLN-COUNT
               OR WS-PLN-FOUND = 'Y'
             IF WS-PLN-TEAM(WS-PLN-IDX) = WS-FIND-TEAM
               MOVE 'Y' TO WS-PLN-FOUND
               SUBTRACT 1 FROM WS-PLN-IDX
             END-IF
           END-PERFORM.

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
           MOVE WS-CHK-RECORDS TO JRNL-RECORDS-READ
           MOVE WS-TEAMS-REVIEWED TO JRNL-RECORDS-WRITTEN
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
