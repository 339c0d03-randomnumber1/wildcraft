      * P04AS27 - nightly print of the calculator tapes.  Reads the
      * TAPQ transient-data extract (TAPEREC.CPY - one record per
      * tape line, written by CALMSET when an operator sends the
      * terminal's running-total tape to print; see TAPE-PRINT
      * there) sorted by print stamp, terminal and line, and prints
      * each tape under its own heading with the operator and
      * terminal that sent it.  P04AS27J clears the extract once
      * the print has run clean, so a tape prints exactly once.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS27.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAPE-PRINT-FILE ASSIGN TO TAPQIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAPE-PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY TAPEREC.

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                  PIC X(132).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF                   VALUE 'Y'.

       01  WS-FIRST-SW              PIC X(01) VALUE 'Y'.
           88  WS-FIRST-RECORD          VALUE 'Y'.
           88  WS-NOT-FIRST-RECORD      VALUE 'N'.

      * Terminal plus print stamp identifies one tape.
       01  WS-PREV-TAPE.
           05  WS-PREV-TERM-ID      PIC X(04).
           05  WS-PREV-PRINT-DATE   PIC X(08).
           05  WS-PREV-PRINT-TIME   PIC X(06).
       01  WS-THIS-TAPE.
           05  WS-THIS-TERM-ID      PIC X(04).
           05  WS-THIS-PRINT-DATE   PIC X(08).
           05  WS-THIS-PRINT-TIME   PIC X(06).

       01  WS-TAPE-LINE-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-GRAND-TAPE-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-GRAND-LINE-COUNT      PIC 9(07) VALUE ZERO.

       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(22) VALUE
               'CALCULATOR TAPE PRINT'.

       01  WS-TAPE-HDG-LINE.
           05  FILLER               PIC X(10) VALUE 'TERMINAL: '.
           05  TH-TERM-ID           PIC X(04).
           05  FILLER               PIC X(13) VALUE '   OPERATOR: '.
           05  TH-USER-ID           PIC X(08).
           05  FILLER               PIC X(12) VALUE '   PRINTED: '.
           05  TH-PRINT-DATE        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  TH-PRINT-TIME        PIC X(06).

       01  WS-COL-HDG-LINE.
           05  FILLER               PIC X(36) VALUE
               '  LINE  TIME    OPER         FIGURE'.
           05  FILLER               PIC X(16) VALUE
               '     ACCUMULATOR'.

       01  WS-DTL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-LINE-NO           PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-ENTRY-TIME        PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-OPER              PIC X(04).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DL-FIGURE            PIC X(13).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DL-ACCUM             PIC X(13).

       01  WS-TAPE-TOTAL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE
               'LINES ON TAPE: '.
           05  TT-LINE-COUNT        PIC ZZ,ZZ9.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER               PIC X(15) VALUE
               'TAPES PRINTED: '.
           05  GT-TAPE-COUNT        PIC ZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE
               '   LINES: '.
           05  GT-LINE-COUNT        PIC Z,ZZZ,ZZ9.

           COPY RUNCWORK.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE 'P04AS27' TO WS-RUN-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           PERFORM OPEN-FILES
           PERFORM PRINT-REPORT-HEADING
           PERFORM UNTIL WS-EOF
               READ TAPE-PRINT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-TAPE-RECORD
               END-READ
           END-PERFORM
           IF WS-NOT-FIRST-RECORD
               PERFORM PRINT-TAPE-TOTALS
           END-IF
           PERFORM PRINT-GRAND-TOTALS
           PERFORM CLOSE-FILES
           MOVE WS-GRAND-LINE-COUNT TO WS-RUN-READ-COUNT
           PERFORM POST-RUN-CONTROL
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT TAPE-PRINT-FILE
           OPEN OUTPUT PRINT-FILE.

       CLOSE-FILES.
           CLOSE TAPE-PRINT-FILE
           CLOSE PRINT-FILE.

       PROCESS-TAPE-RECORD.
           MOVE TAP-TERM-ID TO WS-THIS-TERM-ID
           MOVE TAP-PRINT-DATE TO WS-THIS-PRINT-DATE
           MOVE TAP-PRINT-TIME TO WS-THIS-PRINT-TIME
           IF WS-FIRST-RECORD
               MOVE WS-THIS-TAPE TO WS-PREV-TAPE
               PERFORM PRINT-TAPE-HEADING
               SET WS-NOT-FIRST-RECORD TO TRUE
           ELSE
               IF WS-THIS-TAPE NOT = WS-PREV-TAPE
                   PERFORM PRINT-TAPE-TOTALS
                   MOVE WS-THIS-TAPE TO WS-PREV-TAPE
                   PERFORM PRINT-TAPE-HEADING
               END-IF
           END-IF

           ADD 1 TO WS-TAPE-LINE-COUNT
           ADD 1 TO WS-GRAND-LINE-COUNT
           MOVE SPACES TO PRINT-LINE
           MOVE TAP-LINE-NO TO DL-LINE-NO
           MOVE TAP-ENTRY-TIME TO DL-ENTRY-TIME
           MOVE TAP-OPER TO DL-OPER
           MOVE TAP-FIGURE TO DL-FIGURE
           MOVE TAP-ACCUM TO DL-ACCUM
           MOVE WS-DTL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-HDG-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

      * The operator is the one signed on at the terminal when the
      * tape was sent - every line of the tape carries it.
       PRINT-TAPE-HEADING.
           ADD 1 TO WS-GRAND-TAPE-COUNT
           MOVE ZERO TO WS-TAPE-LINE-COUNT
           MOVE SPACES TO PRINT-LINE
           MOVE TAP-TERM-ID TO TH-TERM-ID
           MOVE TAP-USER-ID TO TH-USER-ID
           MOVE TAP-PRINT-DATE TO TH-PRINT-DATE
           MOVE TAP-PRINT-TIME TO TH-PRINT-TIME
           MOVE WS-TAPE-HDG-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-COL-HDG-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-TAPE-TOTALS.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-TAPE-LINE-COUNT TO TT-LINE-COUNT
           MOVE WS-TAPE-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-GRAND-TOTALS.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-GRAND-TAPE-COUNT TO GT-TAPE-COUNT
           MOVE WS-GRAND-LINE-COUNT TO GT-LINE-COUNT
           MOVE WS-GRAND-TOTAL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

           COPY RUNCPOST.
