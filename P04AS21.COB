      * P04AS21 - nightly pay-change register.  Reads a flat copy of
      * the COMPHIST compensation history file (CHSTREC.CPY, written
      * by EMPCMNT on every add, change and delete - REPRO'd and
      * sorted by department, employee and date/time in the JCL) and
      * prints every change keyed inside the date range on the SYSIN
      * card, grouped by the department the employee sat in when it
      * was keyed.  Each line shows old and new rate and frequency,
      * the new effective date, the percent change, and who keyed it
      * from which terminal.  A change bigger than the threshold
      * percent on the card - up or down - is flagged, and so is a
      * change of pay frequency, where a percent means nothing and
      * payroll has to look at it by hand.  No card means today's
      * changes at the default threshold.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS21.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMP-HISTORY-FILE ASSIGN TO CHISTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT EMP-MASTER-FILE ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO DEPTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT PRINT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Threshold is a percent with two implied decimal places, the
      * same keyed-amount convention the rate itself uses - 01000
      * flags anything over 10.00 percent.
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD.
           05  CC-START-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-END-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  CC-THRESHOLD            PIC 9(03)V99.
           05  FILLER                  PIC X(57).

       FD  COMP-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 85 CHARACTERS.
           COPY CHSTREC.

       FD  EMP-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS.
           COPY EMPREC.

       FD  DEPT-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS.
           COPY DEPTREC.

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

       01  WS-FIRST-RECORD-SW       PIC X(01) VALUE 'Y'.
           88  WS-FIRST-RECORD          VALUE 'Y'.
           88  WS-NOT-FIRST-RECORD      VALUE 'N'.

       01  WS-FLAG-SW               PIC X(01).
           88  WS-FLAGGED               VALUE 'Y'.
           88  WS-NOT-FLAGGED           VALUE 'N'.

       01  WS-EMP-STATUS            PIC X(02).
       01  WS-DEPT-STATUS           PIC X(02).

       01  WS-START-DATE            PIC X(08).
       01  WS-END-DATE              PIC X(08).
       01  WS-THRESHOLD             PIC 9(03)V99 VALUE 10.00.
       01  WS-TODAY-STAMP.
           05  WS-TD-DATE              PIC X(08).
           05  FILLER                  PIC X(13).

       01  WS-PREV-DEPT             PIC X(04).
       01  WS-PCT-CHANGE            PIC S9(05)V99.
       01  WS-PCT-ABS               PIC 9(05)V99.

       01  WS-SELECTED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-FLAGGED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-DEPT-CHANGE-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-DEPT-FLAGGED-COUNT    PIC 9(07) VALUE ZERO.

       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'PAY-CHANGE REGISTER'.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(13) VALUE 'FOR DATES: '.
           05  HL2-START-DATE       PIC X(08).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  HL2-END-DATE         PIC X(08).
           05  FILLER               PIC X(22) VALUE
               '   FLAG OVER PERCENT: '.
           05  HL2-THRESHOLD        PIC ZZ9.99.

       01  WS-COL-HDG-LINE.
           05  FILLER               PIC X(40) VALUE
               '  EMP ID NAME                 ACTION    '.
           05  FILLER               PIC X(40) VALUE
               ' OLD RATE F     NEW RATE F EFF DATE   PC'.
           05  FILLER               PIC X(40) VALUE
               'T CHG   OPER     TERM TIME   FLAG       '.

       01  WS-DEPT-HDG-LINE.
           05  FILLER               PIC X(11) VALUE 'DEPARTMENT '.
           05  DH-DEPT              PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DH-DEPT-DESC         PIC X(30).

       01  WS-DTL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-EMP-ID            PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-LAST-NAME         PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-ACTION            PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-OLD-RATE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-OLD-FREQ          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-NEW-RATE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-NEW-FREQ          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-EFF-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-PCT-CHANGE        PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-USER-ID           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-TERM-ID           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-TIME              PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DL-FLAG              PIC X(12).

       01  WS-PCT-EDIT              PIC -ZZ,ZZ9.99.

       01  WS-DEPT-TOT-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE
               'DEPARTMENT TOTAL: '.
           05  DT-CHANGE-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  FLAGGED:  '.
           05  DT-FLAGGED-COUNT     PIC ZZZ,ZZ9.

       01  WS-NONE-LINE.
           05  FILLER               PIC X(40) VALUE
               'NO PAY CHANGES KEYED IN THE PERIOD'.

       01  WS-TOT-LINE.
           05  FILLER               PIC X(15) VALUE 'PAY CHANGES:   '.
           05  TL-SELECTED-COUNT    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(12) VALUE '  FLAGGED:  '.
           05  TL-FLAGGED-COUNT     PIC ZZZ,ZZ9.

           COPY RUNCWORK.

       PROCEDURE DIVISION.

       MAIN-PARA.
           MOVE 'P04AS21' TO WS-RUN-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-STAMP
           PERFORM OPEN-FILES
           PERFORM READ-CONTROL-CARD
           PERFORM PRINT-REPORT-HEADING
           PERFORM UNTIL WS-EOF
               READ COMP-HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RUN-READ-COUNT
                       IF CH-DATE >= WS-START-DATE AND
                          CH-DATE <= WS-END-DATE
                           PERFORM PROCESS-PAY-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NOT-FIRST-RECORD
               PERFORM PRINT-DEPT-TOTALS
           END-IF
           PERFORM PRINT-REGISTER-TOTALS
           PERFORM CLOSE-FILES
           DISPLAY 'P04AS21 - HISTORY RECORDS READ: '
               WS-RUN-READ-COUNT
           DISPLAY 'P04AS21 - PAY CHANGES LISTED:   '
               WS-SELECTED-COUNT
           DISPLAY 'P04AS21 - CHANGES FLAGGED:      '
               WS-FLAGGED-COUNT
           PERFORM POST-RUN-CONTROL
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT CONTROL-CARD-FILE
           OPEN INPUT COMP-HISTORY-FILE
           OPEN INPUT EMP-MASTER-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'P04AS21 - EMPMSTR OPEN FAILED, STATUS '
                   WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'P04AS21 - DEPTMSTR OPEN FAILED, STATUS '
                   WS-DEPT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'FAIL' TO WS-RUN-STATUS
               PERFORM POST-RUN-CONTROL
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE.

       CLOSE-FILES.
           CLOSE CONTROL-CARD-FILE
           CLOSE COMP-HISTORY-FILE
           CLOSE EMP-MASTER-FILE
           CLOSE DEPT-MASTER-FILE
           CLOSE PRINT-FILE.

      * No card - or blank dates - lists today's changes, which is
      * what the nightly run wants; the card exists for payroll to
      * pull a past period.  A missing or non-numeric threshold
      * keeps the default.
       READ-CONTROL-CARD.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-STAMP
           MOVE WS-TD-DATE TO WS-START-DATE
           MOVE WS-TD-DATE TO WS-END-DATE
           READ CONTROL-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CC-START-DATE IS NUMERIC
                       MOVE CC-START-DATE TO WS-START-DATE
                       MOVE CC-START-DATE TO WS-END-DATE
                   END-IF
                   IF CC-END-DATE IS NUMERIC
                       MOVE CC-END-DATE TO WS-END-DATE
                   END-IF
                   IF CC-THRESHOLD IS NUMERIC
                       MOVE CC-THRESHOLD TO WS-THRESHOLD
                   END-IF
           END-READ.

      * The input is sorted by department, so the heading and the
      * totals break on CH-DEPT among the changes actually listed.
       PROCESS-PAY-CHANGE.
           IF WS-FIRST-RECORD
               MOVE CH-DEPT TO WS-PREV-DEPT
               PERFORM PRINT-DEPT-HEADING
               SET WS-NOT-FIRST-RECORD TO TRUE
           ELSE
               IF CH-DEPT NOT = WS-PREV-DEPT
                   PERFORM PRINT-DEPT-TOTALS
                   MOVE CH-DEPT TO WS-PREV-DEPT
                   PERFORM PRINT-DEPT-HEADING
               END-IF
           END-IF
           ADD 1 TO WS-SELECTED-COUNT
           ADD 1 TO WS-DEPT-CHANGE-COUNT
           PERFORM FORMAT-CHANGE-LINE
           IF WS-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
               ADD 1 TO WS-DEPT-FLAGGED-COUNT
           END-IF
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DTL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       FORMAT-CHANGE-LINE.
           SET WS-NOT-FLAGGED TO TRUE
           MOVE SPACES TO DL-FLAG
           MOVE SPACES TO DL-PCT-CHANGE
           MOVE CH-EMP-ID TO DL-EMP-ID
           MOVE CH-EMP-ID TO EMP-ID
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE '** NOT ON EMPMSTR **' TO DL-LAST-NAME
               NOT INVALID KEY
                   MOVE EMP-LAST-NAME TO DL-LAST-NAME
           END-READ
           MOVE CH-OLD-RATE TO DL-OLD-RATE
           MOVE CH-OLD-FREQ TO DL-OLD-FREQ
           MOVE CH-NEW-RATE TO DL-NEW-RATE
           MOVE CH-NEW-FREQ TO DL-NEW-FREQ
           MOVE CH-NEW-EFF-DATE TO DL-EFF-DATE
           MOVE CH-USER-ID TO DL-USER-ID
           MOVE CH-TERM-ID TO DL-TERM-ID
           MOVE CH-TIME TO DL-TIME
           EVALUATE TRUE
               WHEN CH-ADD
                   MOVE 'ADDED  ' TO DL-ACTION
                   MOVE '       NEW' TO DL-PCT-CHANGE
               WHEN CH-DELETE
                   MOVE 'DELETED' TO DL-ACTION
                   MOVE '   REMOVED' TO DL-PCT-CHANGE
                   SET WS-FLAGGED TO TRUE
                   MOVE '** REMOVED' TO DL-FLAG
               WHEN OTHER
                   MOVE 'CHANGED' TO DL-ACTION
                   PERFORM COMPUTE-PCT-CHANGE
           END-EVALUATE.

      * A frequency change (hourly to monthly, say) makes the raw
      * percent meaningless, and a zero old rate cannot be divided
      * into - both are flagged for a person to look at instead.
       COMPUTE-PCT-CHANGE.
           IF CH-OLD-FREQ NOT = CH-NEW-FREQ
               MOVE '  FREQ CHG' TO DL-PCT-CHANGE
               SET WS-FLAGGED TO TRUE
               MOVE '** BASIS CHG' TO DL-FLAG
           ELSE
               IF CH-OLD-RATE = ZERO
                   MOVE '   NO BASE' TO DL-PCT-CHANGE
                   SET WS-FLAGGED TO TRUE
                   MOVE '** NO BASE' TO DL-FLAG
               ELSE
                   COMPUTE WS-PCT-CHANGE ROUNDED =
                       ((CH-NEW-RATE - CH-OLD-RATE) * 100)
                           / CH-OLD-RATE
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-PCT-CHANGE
                   END-COMPUTE
                   MOVE WS-PCT-CHANGE TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO DL-PCT-CHANGE
                   MOVE WS-PCT-CHANGE TO WS-PCT-ABS
                   IF WS-PCT-ABS > WS-THRESHOLD
                       SET WS-FLAGGED TO TRUE
                       MOVE '** OVER LIM' TO DL-FLAG
                   END-IF
               END-IF
           END-IF.

       PRINT-DEPT-HEADING.
           MOVE SPACES TO DH-DEPT-DESC
           MOVE WS-PREV-DEPT TO DEPT-CODE
           READ DEPT-MASTER-FILE
               INVALID KEY
                   MOVE '** NOT ON DEPTMSTR **' TO DH-DEPT-DESC
               NOT INVALID KEY
                   MOVE DEPT-DESC TO DH-DEPT-DESC
           END-READ
           MOVE WS-PREV-DEPT TO DH-DEPT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DEPT-HDG-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-DEPT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-DEPT-CHANGE-COUNT TO DT-CHANGE-COUNT
           MOVE WS-DEPT-FLAGGED-COUNT TO DT-FLAGGED-COUNT
           MOVE WS-DEPT-TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-DEPT-CHANGE-COUNT
           MOVE ZERO TO WS-DEPT-FLAGGED-COUNT.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-HDG-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-START-DATE TO HL2-START-DATE
           MOVE WS-END-DATE TO HL2-END-DATE
           MOVE WS-THRESHOLD TO HL2-THRESHOLD
           MOVE WS-HDG-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-COL-HDG-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-REGISTER-TOTALS.
           IF WS-SELECTED-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-NONE-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-SELECTED-COUNT TO TL-SELECTED-COUNT
           MOVE WS-FLAGGED-COUNT TO TL-FLAGGED-COUNT
           MOVE WS-TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

           COPY RUNCPOST.
