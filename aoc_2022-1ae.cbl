       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc_2022-1ae.
       AUTHOR. Stephen Krochenski.
       DATE-WRITTEN. Oct 15 2026.
       REMARKS. Advent of Code 2022 Day 1 - team ration plan
           maintenance.  The team ration plan (see RATNPLN.CPY)
           holds, per expedition team, the calories each member
           should carry and the floor the team as a whole must
           reach for its trip; the nightly ration report
           (aoc_2022-1af) measures each team's provisioning against
           it.  This program applies add/change/delete transactions
           to the plan in the style of the category reference
           maintenance (aoc_2022-1u) - duplicate and numeric checks,
           audit listing of every transaction - and stamps each line
           it adds or changes with the date and the operator.
      *
      * Transaction file (aoc_2022-1-ration.trn) layout, one line
      * per transaction:
      *   col   1      action: A=add, C=change, D=delete
      *   cols  2-21   team (the plan key, as on ELF-MST-TEAM)
      *   cols 22-33   target calories per member, zero-padded
      *                digits (A required, C optional)
      *   cols 34-45   team floor calories, zero-padded digits
      *                (A optional - blank is no floor, C optional)
      * A change leaves a blank figure as it was.
      *
      * Command line:
      *   aoc_2022-1ae OPERID
      *   OPERID   required, the operator maintaining the plan - must
      *            hold RATNPLAN on the operator authority file (see
      *            aoc_2022-1ac); the audit listing opens with the
      *            operator's ID
      *
      * Condition codes:
      *   0   all transactions applied
      *   4   one or more transactions rejected - see the audit
      *       listing
      *   8   operator not authorized, plan or transaction file
      *       could not be processed, or the plan table overflowed
      *
      * Mod log:
      * Oct 15 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATION-PLAN
           ASSIGN TO 'aoc_2022-1-ration.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLN-FILE-STATUS.

           SELECT MAINT-TRN
           ASSIGN TO 'aoc_2022-1-ration.trn'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRN-FILE-STATUS.

           SELECT AUDIT-RPT
           ASSIGN TO 'aoc_2022-1-ration-audit.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RATION-PLAN.
           COPY RATNPLN.

       FD MAINT-TRN.
       01 MAINT-TRN-LINE.
           05 TRN-ACTION           PIC X(01).
           05 TRN-TEAM             PIC X(20).
           05 TRN-TARGET           PIC X(12).
           05 TRN-TARGET-NUM REDEFINES TRN-TARGET
                                   PIC 9(12).
           05 TRN-FLOOR            PIC X(12).
           05 TRN-FLOOR-NUM REDEFINES TRN-FLOOR
                                   PIC 9(12).

       FD AUDIT-RPT.
       01 AUDIT-RPT-LINE          PIC X(100) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WS-PLN-EOF              PIC A(1)  VALUE 'F'.
       01 WS-TRN-EOF              PIC A(1)  VALUE 'F'.
       01 WS-PLN-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-TRN-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.
       01 WS-CMD-RAW              PIC X(80) VALUE SPACES.

      *    Operator authority block (see OPRBLK.CPY).
           COPY OPRBLK.

      *    Plan held in a table, maintained in place, and rewritten
      *    at the end - one slot per team, the same ceiling as the
      *    team table in the nightly team summary (aoc_2022-1r).
       01 WS-PLN-COUNT            PIC 9(03) VALUE 0.
       01 WS-PLN-IDX              PIC 9(03) VALUE 0.
       01 WS-MAX-PLN              PIC 9(03) VALUE 100.
       01 WS-PLN-OVERFLOW         PIC A(1)  VALUE 'N'.
       01 WS-PLN-FOUND            PIC A(1)  VALUE 'N'.
       01 WS-FIND-TEAM            PIC X(20) VALUE SPACES.
       01 WS-UNASSIGNED-TEAM      PIC X(20) VALUE '** UNASSIGNED **'.

       01 WS-PLN-TABLE.
           05 WS-PLN-ENTRY OCCURS 100 TIMES.
              10 WS-PLN-TEAM           PIC X(20).
              10 WS-PLN-TARGET         PIC 9(12).
              10 WS-PLN-FLOOR          PIC 9(12).
              10 WS-PLN-CHG-DATE       PIC 9(08).
              10 WS-PLN-CHG-OPER       PIC X(08).
              10 WS-PLN-DELETED        PIC A(1).

       01 WS-APPLIED-COUNT        PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(05) VALUE 0.
       01 WS-APPLIED-TO-DISP      PIC Z(4)9.
       01 WS-REJECT-TO-DISP       PIC Z(4)9.

       01 WS-AUDIT-LINE.
           05 WS-AU-DATE           PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-AU-ACTION         PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-AU-TEAM           PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-AU-TARGET         PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-AU-FLOOR          PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-AU-RESULT         PIC X(35).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMD-RAW FROM COMMAND-LINE
           UNSTRING WS-CMD-RAW DELIMITED BY ALL ' '
             INTO OPR-OPERATOR-ID

      *    Nothing is read until the operator is known to hold the
      *    plan maintenance authority.
           MOVE 'RATNPLAN' TO OPR-ACTION
           CALL 'aoc_2022-1ac' USING OPR-BLOCK
           IF NOT OPR-AUTHORIZED
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

           PERFORM LOAD-PLAN-TABLE
           IF RETURN-CODE = 8
             STOP RUN
           END-IF

           PERFORM APPLY-TRANSACTIONS
           IF RETURN-CODE = 8
             STOP RUN
           END-IF
           PERFORM REWRITE-PLAN-FILE

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-TO-DISP
           MOVE WS-REJECT-COUNT TO WS-REJECT-TO-DISP
           DISPLAY "Ration plan maintenance: "
             WS-APPLIED-TO-DISP " applied, " WS-REJECT-TO-DISP
             " rejected"
           IF WS-REJECT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      * Load the plan file into the table.  A missing file is the
      * legitimate first-run state - maintenance starts from an
      * empty plan; any other open failure fails the step.
      *****************************************************************
       LOAD-PLAN-TABLE.
           OPEN INPUT RATION-PLAN
           EVALUATE TRUE
             WHEN WS-PLN-FILE-STATUS = '35'
               DISPLAY "NO RATION PLAN FILE YET - STARTING FROM "
                 "EMPTY"
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
                       MOVE RATN-CHG-DATE
                         TO WS-PLN-CHG-DATE(WS-PLN-COUNT)
                       MOVE RATN-CHG-OPER
                         TO WS-PLN-CHG-OPER(WS-PLN-COUNT)
                       MOVE 'N' TO WS-PLN-DELETED(WS-PLN-COUNT)
                     ELSE
                       MOVE 'Y' TO WS-PLN-OVERFLOW
                     END-IF
                   END-IF
                 END-READ
               END-PERFORM
               CLOSE RATION-PLAN
               IF WS-PLN-OVERFLOW = 'Y'
                 DISPLAY "RATION PLAN FILE EXCEEDS " WS-MAX-PLN
                   " TEAMS - PLAN FILE NOT MAINTAINABLE"
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-EVALUATE.

      *****************************************************************
      * Find WS-FIND-TEAM on the plan table (deleted entries don't
      * count).  Leaves WS-PLN-FOUND and, when found, WS-PLN-IDX on
      * the entry.
      *****************************************************************
       FIND-PLAN-ENTRY.
           MOVE 'N' TO WS-PLN-FOUND
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
             UNTIL WS-PLN-IDX > WS-PLN-COUNT
               OR WS-PLN-FOUND = 'Y'
             IF WS-PLN-TEAM(WS-PLN-IDX) = WS-FIND-TEAM
               AND WS-PLN-DELETED(WS-PLN-IDX) = 'N'
               MOVE 'Y' TO WS-PLN-FOUND
               SUBTRACT 1 FROM WS-PLN-IDX
             END-IF
           END-PERFORM.

      *****************************************************************
      * Apply the transaction deck against the table, writing the
      * audit listing as the category reference maintenance does.
      *****************************************************************
       APPLY-TRANSACTIONS.
           OPEN INPUT MAINT-TRN
           IF WS-TRN-FILE-STATUS <> '00'
             DISPLAY "MAINTENANCE TRANSACTION FILE COULD NOT BE "
               "OPENED - STATUS " WS-TRN-FILE-STATUS
             MOVE 8 TO RETURN-CODE
           ELSE
             OPEN OUTPUT AUDIT-RPT
             MOVE SPACES TO AUDIT-RPT-LINE
             STRING "RATION PLAN MAINTENANCE " WS-RUN-DATE
               " BY OPERATOR " OPR-OPERATOR-ID " " OPR-NAME
               DELIMITED BY SIZE INTO AUDIT-RPT-LINE
             WRITE AUDIT-RPT-LINE
             PERFORM UNTIL WS-TRN-EOF = 'T'
               READ MAINT-TRN
               AT END
                 MOVE 'T' TO WS-TRN-EOF
               NOT AT END
                 IF MAINT-TRN-LINE <> SPACES
                   MOVE WS-RUN-DATE TO WS-AU-DATE
                   MOVE TRN-ACTION TO WS-AU-ACTION
                   MOVE TRN-TEAM TO WS-AU-TEAM
                   MOVE TRN-TARGET TO WS-AU-TARGET
                   MOVE TRN-FLOOR TO WS-AU-FLOOR
                   MOVE TRN-TEAM TO WS-FIND-TEAM
                   PERFORM APPLY-ONE-TRANSACTION
                   MOVE WS-AUDIT-LINE TO AUDIT-RPT-LINE
                   WRITE AUDIT-RPT-LINE
                 END-IF
               END-READ
             END-PERFORM
             CLOSE MAINT-TRN
             CLOSE AUDIT-RPT
           END-IF.

      *****************************************************************
      * Apply one transaction.  The team is the key; a plan must
      * carry a real per-member target - a zero target would pass
      * every elf - and any figure given must be all digits.  The
      * UNASSIGNED line of the nightly reports is not a team and
      * cannot be planned.
      *****************************************************************
       APPLY-ONE-TRANSACTION.
           EVALUATE TRUE
             WHEN TRN-TEAM = SPACES
               MOVE 'REJECTED - TEAM BLANK' TO WS-AU-RESULT
               ADD 1 TO WS-REJECT-COUNT
             WHEN TRN-TEAM = WS-UNASSIGNED-TEAM
               MOVE 'REJECTED - NOT A TEAM' TO WS-AU-RESULT
               ADD 1 TO WS-REJECT-COUNT
             WHEN TRN-ACTION = 'A'
               PERFORM FIND-PLAN-ENTRY
               EVALUATE TRUE
                 WHEN WS-PLN-FOUND = 'Y'
                   MOVE 'REJECTED - ALREADY ON PLAN' TO WS-AU-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                 WHEN TRN-TARGET IS NOT NUMERIC
                   MOVE 'REJECTED - TARGET NOT NUMERIC'
                     TO WS-AU-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                 WHEN TRN-TARGET-NUM = 0
                   MOVE 'REJECTED - TARGET ZERO' TO WS-AU-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                 WHEN TRN-FLOOR <> SPACES
                   AND TRN-FLOOR IS NOT NUMERIC
                   MOVE 'REJECTED - FLOOR NOT NUMERIC'
                     TO WS-AU-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                 WHEN WS-PLN-COUNT >= WS-MAX-PLN
                   MOVE 'REJECTED - PLAN TABLE FULL' TO WS-AU-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                 WHEN OTHER
                   ADD 1 TO WS-PLN-COUNT
                   MOVE TRN-TEAM TO WS-PLN-TEAM(WS-PLN-COUNT)
                   MOVE TRN-TARGET-NUM
                     TO WS-PLN-TARGET(WS-PLN-COUNT)
                   IF TRN-FLOOR = SPACES
                     MOVE 0 TO WS-PLN-FLOOR(WS-PLN-COUNT)
                   ELSE
                     MOVE TRN-FLOOR-NUM
                       TO WS-PLN-FLOOR(WS-PLN-COUNT)
                   END-IF
                   MOVE WS-RUN-DATE TO WS-PLN-CHG-DATE(WS-PLN-COUNT)
                   MOVE OPR-OPERATOR-ID
                     TO WS-PLN-CHG-OPER(WS-PLN-COUNT)
                   MOVE 'N' TO WS-PLN-DELETED(WS-PLN-COUNT)
                   MOVE 'ADDED' TO WS-AU-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
               END-EVALUATE
             WHEN TRN-ACTION = 'C'
               PERFORM FIND-PLAN-ENTRY
               EVALUATE TRUE
                 WHEN WS-PLN-FOUND = 'N'
                   MOVE 'REJECTED - NOT ON PLAN' TO WS-AU-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                 WHEN TRN-TARGET <> SPACES
                   AND TRN-TARGET IS NOT NUMERIC
                   MOVE 'REJECTED - TARGET NOT NUMERIC'
                     TO WS-AU-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                 WHEN TRN-TARGET <> SPACES
                   AND TRN-TARGET-NUM = 0
                   MOVE 'REJECTED - TARGET ZERO' TO WS-AU-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                 WHEN TRN-FLOOR <> SPACES
                   AND TRN-FLOOR IS NOT NUMERIC
                   MOVE 'REJECTED - FLOOR NOT NUMERIC'
                     TO WS-AU-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                 WHEN OTHER
                   IF TRN-TARGET <> SPACES
                     MOVE TRN-TARGET-NUM TO WS-PLN-TARGET(WS-PLN-IDX)
                   END-IF
                   IF TRN-FLOOR <> SPACES
                     MOVE TRN-FLOOR-NUM TO WS-PLN-FLOOR(WS-PLN-IDX)
                   END-IF
                   MOVE WS-RUN-DATE TO WS-PLN-CHG-DATE(WS-PLN-IDX)
                   MOVE OPR-OPERATOR-ID
                     TO WS-PLN-CHG-OPER(WS-PLN-IDX)
                   MOVE 'CHANGED' TO WS-AU-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
               END-EVALUATE
             WHEN TRN-ACTION = 'D'
               PERFORM FIND-PLAN-ENTRY
               IF WS-PLN-FOUND = 'N'
                 MOVE 'REJECTED - NOT ON PLAN' TO WS-AU-RESULT
                 ADD 1 TO WS-REJECT-COUNT
               ELSE
                 MOVE 'Y' TO WS-PLN-DELETED(WS-PLN-IDX)
                 MOVE 'DELETED' TO WS-AU-RESULT
                 ADD 1 TO WS-APPLIED-COUNT
               END-IF
             WHEN OTHER
               MOVE 'REJECTED - UNKNOWN ACTION' TO WS-AU-RESULT
               ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      *****************************************************************
      * Rewrite the plan file from the table, deleted entries
      * dropped on the way out.
      *****************************************************************
       REWRITE-PLAN-FILE.
           OPEN OUTPUT RATION-PLAN
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
             UNTIL WS-PLN-IDX > WS-PLN-COUNT
             IF WS-PLN-DELETED(WS-PLN-IDX) = 'N'
               MOVE WS-PLN-TEAM(WS-PLN-IDX) TO RATN-TEAM
               MOVE WS-PLN-TARGET(WS-PLN-IDX) TO RATN-TARGET-CALS
               MOVE WS-PLN-FLOOR(WS-PLN-IDX) TO RATN-TEAM-FLOOR
               MOVE WS-PLN-CHG-DATE(WS-PLN-IDX) TO RATN-CHG-DATE
               MOVE WS-PLN-CHG-OPER(WS-PLN-IDX) TO RATN-CHG-OPER
               WRITE RATN-PLAN-RECORD
             END-IF
           END-PERFORM
           CLOSE RATION-PLAN.
