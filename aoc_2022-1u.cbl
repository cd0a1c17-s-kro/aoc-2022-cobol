      *   cols 22-25   category code    (A required, C optional)
      *   cols 26-45   category name    (A and C only)
      *
      * Command line:
      *   aoc_2022-1u OPERID [GENERATE]
      *   OPERID   required, the operator maintaining the reference -
      *            must hold CATMAINT on the operator authority file
      *            (see aoc_2022-1ac); the audit listing opens with
      *            the operator's ID
      *   GENERATE optional, generation mode (below)
      *
      * Generation mode: second command-line argument GENERATE reads
      * the unmatched file and writes aoc_2022-1-itmcat-pending.trn
      * - one A transaction per description not already on the
      * reference file, category code set to the ???? placeholder.
      *   0   all transactions applied / pending deck written
      *   4   one or more transactions rejected - see the audit
      *       listing
      *   8   operator not authorized, reference or transaction
      *       file could not be processed, or the reference table
      *       overflowed
      *
      * Mod log:
      * Oct 15 2026  SK  Operator ID now required as the first
      *                  command-line argument (GENERATE moves to the
      *                  second) and checked against the operator
      *                  authority file before anything is read; the
      *                  audit listing opens with the operator's ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-UNM-FILE-STATUS      PIC X(02) VALUE '00'.
       01 WS-ITMCAT-FILENAME      PIC X(40).
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.
       01 WS-CMD-RAW              PIC X(80) VALUE SPACES.
       01 WS-MODE-PARM            PIC X(08) VALUE SPACES.

      *    Operator authority block (see OPRBLK.CPY).
           COPY OPRBLK.

      *    Run-time parameters (see PARMBLK.CPY), filled by the
      *    aoc_2022-1p card reader at startup.
           COPY PARMBLK.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CMD-RAW FROM COMMAND-LINE
           UNSTRING WS-CMD-RAW DELIMITED BY ALL ' '
             INTO OPR-OPERATOR-ID WS-MODE-PARM

      *    Both modes are reference maintenance - nothing is read
      *    until the operator is known to hold that authority.
           MOVE 'CATMAINT' TO OPR-ACTION
           CALL 'aoc_2022-1ac' USING OPR-BLOCK
           IF NOT OPR-AUTHORIZED
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF

      *    Pick up the run-time parameters; a bad card deck fails
      *    the step before any file is touched.
             MOVE 8 TO RETURN-CODE
           ELSE
             OPEN OUTPUT AUDIT-RPT
             MOVE SPACES TO AUDIT-RPT-LINE
             STRING "REFERENCE MAINTENANCE " WS-RUN-DATE
               " BY OPERATOR " OPR-OPERATOR-ID " " OPR-NAME
               DELIMITED BY SIZE INTO AUDIT-RPT-LINE
             WRITE AUDIT-RPT-LINE
             PERFORM UNTIL WS-TRN-EOF = 'T'
               READ MAINT-TRN
               AT END
