      *                  clean records with RC=4 when the reject
      *                  count is within tolerance, instead of one
      *                  bad record killing the whole night's run.
      * Oct 15 2026  SK  Keep the depot of origin (ELF-DEPOT, see
      *                  ELFREC.CPY) on the clean extract and on each
      *                  suspense record (SUSP-DEPOT), and show it on
      *                  the exceptions listing, so a reject can be
      *                  taken up with the depot that sent it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY ELFREC.

       FD EXCEPT-RPT.
       01 EXCEPT-RPT-LINE PIC X(80) VALUE SPACES.

       FD SUSPENSE-FILE.
       01 SUSPENSE-LINE           PIC X(78) VALUE SPACES.

       FD CLEAN-EXTRACT.
       01 CLEAN-EXTRACT-LINE      PIC X(43) VALUE SPACES.

       FD RUN-JOURNAL.
       01 RUN-JOURNAL-LINE        PIC X(61) VALUE SPACES.

       01 WS-NEW-SUSP-TABLE.
           05 WS-NEW-SUSP-RECORD OCCURS 1000 TIMES
                                  PIC X(78).

      *    Records from other run dates riding along through the
      *    rewrite - same ceiling convention as the correction

       01 WS-KEEP-SUSP-TABLE.
           05 WS-KEEP-SUSP-RECORD OCCURS 500 TIMES
                                  PIC X(78).
       01 WS-CLN-HAS-ITEMS        PIC A(1)  VALUE 'N'.
       01 WS-CLN-RECORDS          PIC 9(08) VALUE 0.
       01 WS-CLN-ELVES            PIC 9(05) VALUE 0.
           05 WS-EX-VALUE          PIC X(10).
           05 FILLER               PIC X(03) VALUE ' ] '.
           05 WS-EX-REASON         PIC X(20).
           05 FILLER               PIC X(07) VALUE ' DEPOT '.
           05 WS-EX-DEPOT          PIC X(08).

       PROCEDURE DIVISION.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
                       MOVE WS-LINE-NUM TO WS-EX-LINE-NUM
                       MOVE ELF-CALORIES TO WS-EX-VALUE
                       MOVE 'NOT NUMERIC' TO WS-EX-REASON
                       MOVE ELF-DEPOT TO WS-EX-DEPOT
                       MOVE WS-EXCEPT-LINE TO EXCEPT-RPT-LINE
                       WRITE EXCEPT-RPT-LINE
                       ADD 1 TO WS-NON-NUMERIC-COUNT
                       MOVE WS-LINE-NUM TO SUSP-LINE-NUM
                       MOVE 'NOT NUMERIC' TO SUSP-REASON
                       MOVE ELF-RECORD TO SUSP-ELF-RECORD
                       MOVE ELF-DEPOT TO SUSP-DEPOT
                       PERFORM HOLD-SUSPENSE-RECORD
                       ADD 1 TO WS-BAD-COUNT
                     ELSE
                         MOVE WS-LINE-NUM TO WS-EX-LINE-NUM
                         MOVE ELF-CALORIES TO WS-EX-VALUE
                         MOVE 'OUT OF RANGE' TO WS-EX-REASON
                         MOVE ELF-DEPOT TO WS-EX-DEPOT
                         MOVE WS-EXCEPT-LINE TO EXCEPT-RPT-LINE
                         WRITE EXCEPT-RPT-LINE
                         MOVE WS-LINE-NUM TO SUSP-LINE-NUM
                         MOVE 'OUT OF RANGE' TO SUSP-REASON
                         MOVE ELF-RECORD TO SUSP-ELF-RECORD
                         MOVE ELF-DEPOT TO SUSP-DEPOT
                         PERFORM HOLD-SUSPENSE-RECORD
                         ADD 1 TO WS-BAD-COUNT
                       ELSE
