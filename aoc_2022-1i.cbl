      *                record, as shown on the write-off and
      *                exception listings)
      *
      * Command line:
      *   aoc_2022-1i OPERID
      *   OPERID   required, the operator releasing the fix-ups -
      *            must hold SUSPFIX on the operator authority file
      *            (see aoc_2022-1ac); the correction listing opens
      *            with the operator's ID
      *
      * Mod log:
      * Oct 15 2026  SK  Carry each record's depot of origin
      *                  (SUSP-DEPOT, see SUSPREC.CPY) through the
      *                  correction cycle - kept on the records left
      *                  in suspense and put back on the repaired
      *                  item line (ELF-DEPOT) for the merge step.
      * Oct 15 2026  SK  Operator ID now required on the command
      *                  line and checked against the operator
      *                  authority file before the suspense file is
      *                  read; the correction listing opens with a
      *                  line naming the run date and operator.
      * Sep 01 2026  SK  Match fix-up transactions on line number
      *                  PLUS suspension date - the suspense file
      *                  persists across run dates now, so line
      * Condition codes:
      *   0   every suspense record repaired
      *   4   one or more records remain in suspense
      *   8   operator not authorized, suspense/transaction file
      *       unreadable or suspense table overflowed

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE-FILE.
       01 SUSPENSE-LINE           PIC X(78) VALUE SPACES.

       FD FIXUP-TRN.
       01 FIXUP-TRN-LINE.
           05 FIX-SUSP-DATE        PIC X(08).

       FD REPAIRED-FILE.
       01 REPAIRED-LINE           PIC X(43) VALUE SPACES.

       FD CORRECT-RPT.
       01 CORRECT-RPT-LINE        PIC X(90) VALUE SPACES.
       01 WS-TRN-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-CALORIES-AS-NUM      PIC 9(10) VALUE 0.
       01 WS-MAX-SANE-CALORIES    PIC 9(07) VALUE 9999999.
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.
       01 WS-RUN-TIME             PIC 9(06) VALUE 0.
       01 WS-TIME-RAW             PIC X(08) VALUE SPACES.

      *    Operator authority block (see OPRBLK.CPY).
           COPY OPRBLK.

      *    Run-time parameters (see PARMBLK.CPY), filled by the
      *    aoc_2022-1p card reader at startup.
              10 WS-ST-REASON          PIC X(20).
              10 WS-ST-ELF-RECORD      PIC X(35).
              10 WS-ST-DATE            PIC 9(08).
              10 WS-ST-DEPOT           PIC X(08).
              10 WS-ST-REPAIRED        PIC A(1).

       01 WS-CORRECT-LINE.
           05 WS-CR-RESULT         PIC X(30).

       PROCEDURE DIVISION.
      *    Nothing is read until the operator is known to hold
      *    suspense fix-up authority.
           ACCEPT OPR-OPERATOR-ID FROM COMMAND-LINE
           MOVE 'SUSPFIX' TO OPR-ACTION
           CALL 'aoc_2022-1ac' USING OPR-BLOCK
           IF NOT OPR-AUTHORIZED
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME

      *    Pick up the run-time parameters - the re-validation limit
      *    must be the same one the validation pass suspended the
      *    records under.  A bad card deck fails the step before any
                   ELSE
                     MOVE 0 TO WS-ST-DATE(WS-SUSP-COUNT)
                   END-IF
                   MOVE SUSP-DEPOT TO WS-ST-DEPOT(WS-SUSP-COUNT)
                   MOVE 'N' TO WS-ST-REPAIRED(WS-SUSP-COUNT)
                 ELSE
                   MOVE 'Y' TO WS-SUSP-OVERFLOW
           END-IF

           OPEN OUTPUT CORRECT-RPT
           MOVE SPACES TO CORRECT-RPT-LINE
           STRING "CORRECTION PASS " WS-RUN-DATE " " WS-RUN-TIME
             " BY OPERATOR " OPR-OPERATOR-ID " " OPR-NAME
             DELIMITED BY SIZE INTO CORRECT-RPT-LINE
           WRITE CORRECT-RPT-LINE

      *    Apply each fix-up transaction to its suspense record and
      *    re-validate under the same rules the validation pass uses.
             UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
             IF WS-ST-REPAIRED(WS-SUSP-IDX) = 'Y'
               ADD 1 TO WS-REPAIRED-COUNT
               MOVE WS-ST-ELF-RECORD(WS-SUSP-IDX) TO ELF-RECORD
               MOVE WS-ST-DEPOT(WS-SUSP-IDX) TO ELF-DEPOT
               MOVE ELF-RECORD TO REPAIRED-LINE
               WRITE REPAIRED-LINE
             END-IF
           END-PERFORM
               MOVE WS-ST-ELF-RECORD(WS-SUSP-IDX)
                 TO SUSP-ELF-RECORD
               MOVE WS-ST-DATE(WS-SUSP-IDX) TO SUSP-DATE
               MOVE WS-ST-DEPOT(WS-SUSP-IDX) TO SUSP-DEPOT
               MOVE SUSP-RECORD TO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
             END-IF
