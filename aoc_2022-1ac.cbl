       IDENTIFICATION DIVISION.
       PROGRAM-ID. aoc_2022-1ac.
       AUTHOR. Stephen Krochenski.
       DATE-WRITTEN. Oct 15 2026.
       REMARKS. Advent of Code 2022 Day 1 - operator authority
           check.  Called by every program that changes a master or
           reference file or releases a rerun, before it touches
           anything: the elf master deck (aoc_2022-1g) and screen
           (aoc_2022-1z), the category reference (aoc_2022-1u), the
           team ration plan (aoc_2022-1ae), the suspense fix-ups
           (aoc_2022-1i), the deck backout (aoc_2022-1s B), and the
           run-control override (aoc_2022-1y).  The operator ID the
           caller was given is looked up on the authority file for
           the action the caller is about to perform (see
           OPRBLK.CPY), and the caller refuses the action unless the
           operator holds it.  The callers stamp the same operator
           ID on the change history, correction and backout listings
           and the run-control record, so every one of those actions
           can be traced to a person.
      *
      * Authority file (aoc_2022-1-oprauth.ctl) layout, one line per
      * operator per action held; '*' in column 1 is a comment:
      *   cols  1- 8   operator ID, left-justified
      *   cols 10-17   action - ELFMAINT, CATMAINT, RATNPLAN,
      *                SUSPFIX, BACKOUT or RERUN
      *   cols 19-48   operator name
      * An operator holding several actions has several lines.  The
      * file is kept by the operations supervisor; a line naming an
      * action that doesn't exist makes the whole file unusable, so
      * a typo can't quietly grant or withhold anything.
      *
      * Mod log:
      * Oct 15 2026  SK  RATNPLAN action for the team ration plan
      *                  maintenance (aoc_2022-1ae).
      * Oct 15 2026  SK  Initial version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE
           ASSIGN TO 'aoc_2022-1-oprauth.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUTH-FILE.
       01 AUTH-LINE.
           05 AUTH-OPERATOR-ID     PIC X(08).
           05 FILLER               PIC X(01).
           05 AUTH-ACTION          PIC X(08).
           05 FILLER               PIC X(01).
           05 AUTH-NAME            PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-AUTH-EOF             PIC A(1)  VALUE 'F'.
       01 WS-AUTH-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-OPR-ON-FILE          PIC A(1)  VALUE 'N'.
       01 WS-ACTION-HELD          PIC A(1)  VALUE 'N'.
       01 WS-FILE-USABLE          PIC A(1)  VALUE 'Y'.

       LINKAGE SECTION.
           COPY OPRBLK.

       PROCEDURE DIVISION USING OPR-BLOCK.
           MOVE SPACES TO OPR-NAME
           MOVE 'F' TO WS-AUTH-EOF
           MOVE 'N' TO WS-OPR-ON-FILE
           MOVE 'N' TO WS-ACTION-HELD
           MOVE 'Y' TO WS-FILE-USABLE

           IF OPR-OPERATOR-ID = SPACES
             DISPLAY "OPERATOR ID REQUIRED - " OPR-ACTION
               " REFUSED"
             MOVE '10' TO OPR-STATUS
             GOBACK
           END-IF

           OPEN INPUT AUTH-FILE
           IF WS-AUTH-FILE-STATUS = '35'
             DISPLAY "NO OPERATOR AUTHORITY FILE "
               "(aoc_2022-1-oprauth.ctl) - " OPR-ACTION " REFUSED"
             MOVE '35' TO OPR-STATUS
             GOBACK
           END-IF
           IF WS-AUTH-FILE-STATUS <> '00'
             DISPLAY "OPERATOR AUTHORITY FILE COULD NOT BE OPENED - "
               "STATUS " WS-AUTH-FILE-STATUS
             MOVE '99' TO OPR-STATUS
             GOBACK
           END-IF

      *    Read the whole file even after a match, so a bad line
      *    anywhere in it is caught on every call, not only on the
      *    calls that happen to reach it.
           PERFORM UNTIL WS-AUTH-EOF = 'T'
             READ AUTH-FILE
             AT END
               MOVE 'T' TO WS-AUTH-EOF
             NOT AT END
               IF AUTH-LINE <> SPACES
                 AND AUTH-LINE(1:1) <> '*'
                 PERFORM CHECK-AUTHORITY-LINE
               END-IF
             END-READ
           END-PERFORM
           CLOSE AUTH-FILE

           EVALUATE TRUE
             WHEN WS-FILE-USABLE = 'N'
               MOVE '99' TO OPR-STATUS
             WHEN WS-OPR-ON-FILE = 'N'
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                 " NOT ON THE AUTHORITY FILE - " OPR-ACTION
                 " REFUSED"
               MOVE '20' TO OPR-STATUS
             WHEN WS-ACTION-HELD = 'N'
               DISPLAY "OPERATOR " OPR-OPERATOR-ID
                 " NOT AUTHORIZED FOR " OPR-ACTION " - REFUSED"
               MOVE '30' TO OPR-STATUS
             WHEN OTHER
               MOVE '00' TO OPR-STATUS
           END-EVALUATE
           GOBACK.

      *****************************************************************
      * One authority line.  The action must be one of the six this
      * file grants; a line for the caller's operator marks the
      * operator on file (and picks up the name), and a line for the
      * operator and the action being asked for grants it.
      *****************************************************************
       CHECK-AUTHORITY-LINE.
           EVALUATE AUTH-ACTION
             WHEN 'ELFMAINT'
             WHEN 'CATMAINT'
             WHEN 'RATNPLAN'
             WHEN 'SUSPFIX'
             WHEN 'BACKOUT'
             WHEN 'RERUN'
               IF AUTH-OPERATOR-ID = OPR-OPERATOR-ID
                 MOVE 'Y' TO WS-OPR-ON-FILE
                 IF OPR-NAME = SPACES
                   MOVE AUTH-NAME TO OPR-NAME
                 END-IF
                 IF AUTH-ACTION = OPR-ACTION
                   MOVE 'Y' TO WS-ACTION-HELD
                 END-IF
               END-IF
             WHEN OTHER
               DISPLAY "OPERATOR AUTHORITY FILE UNUSABLE - UNKNOWN "
                 "ACTION [ " AUTH-ACTION " ] FOR OPERATOR "
                 AUTH-OPERATOR-ID
               MOVE 'N' TO WS-FILE-USABLE
           END-EVALUATE.
