      * as its last act) for the date on the SYSIN card - no card
      * means today - and prints one line per run: start and end
      * time, records read, rejects, and status, with FAIL called
      * out.  A second section lists the jobs that SHOULD have
      * posted and did not, so a job that never even started shows
      * up as loudly as one that failed.  Which jobs were due comes
      * from the SCHDMSTR schedule calendar (SCHDREC.CPY, kept on
      * the SCHDMNT screen): daily jobs every night, weekday jobs on
      * a Monday-Friday that is not on the holiday list, month-end
      * jobs on the last day of the month, and pay-period jobs on a
      * date on the pay-period end list - so a missed month-end
      * archive is called out the same as a missed nightly print.
      * RC=4 when anything failed or is missing, so the scheduler
      * can flag the morning before anyone reads a listing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS18.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNC-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO SCHDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               FILE STATUS IS WS-SCHD-STATUS.
           SELECT PRINT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.

           RECORD CONTAINS 56 CHARACTERS.
           COPY RUNCREC.

       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           COPY SCHDREC.

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-RUNC-FILE-STATUS      PIC X(02).

       01  WS-REPORT-DATE           PIC X(08).
       01  WS-REPORT-DATE-N REDEFINES WS-REPORT-DATE PIC 9(08).
       01  WS-TODAY-STAMP.
           05  WS-TD-DATE              PIC X(08).
           05  FILLER                  PIC X(13).

       01  WS-SCHD-STATUS           PIC X(02).
       01  WS-SCHD-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-SCHD-EOF              VALUE 'Y'.

      * What kind of day the report date is - decides which of the
      * scheduled jobs were due.
       01  WS-WEEKDAY-SW            PIC X(01).
           88  WS-WEEKDAY               VALUE 'Y'.
           88  WS-WEEKEND               VALUE 'N'.
       01  WS-HOLIDAY-SW            PIC X(01).
           88  WS-HOLIDAY               VALUE 'Y'.
           88  WS-NOT-HOLIDAY           VALUE 'N'.
       01  WS-MONTH-END-SW          PIC X(01).
           88  WS-MONTH-END             VALUE 'Y'.
           88  WS-NOT-MONTH-END         VALUE 'N'.
       01  WS-PAY-PERIOD-SW         PIC X(01).
           88  WS-PAY-PERIOD-END        VALUE 'Y'.
           88  WS-NOT-PAY-PERIOD-END    VALUE 'N'.
       01  WS-DUE-SW                PIC X(01).
           88  WS-JOB-DUE               VALUE 'Y'.
           88  WS-JOB-NOT-DUE           VALUE 'N'.

       01  WS-DAY-NUMBER            PIC 9(07).
       01  WS-DAY-OF-WEEK           PIC 9(01).
       01  WS-NEXT-DATE             PIC 9(08).
       01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
           05  FILLER                  PIC X(06).
           05  WS-ND-DAY               PIC X(02).

       01  WS-DAY-NAMES-DATA.
           05  FILLER               PIC X(09) VALUE 'MONDAY   '.
           05  FILLER               PIC X(09) VALUE 'TUESDAY  '.
           05  FILLER               PIC X(09) VALUE 'WEDNESDAY'.
           05  FILLER               PIC X(09) VALUE 'THURSDAY '.
           05  FILLER               PIC X(09) VALUE 'FRIDAY   '.
           05  FILLER               PIC X(09) VALUE 'SATURDAY '.
           05  FILLER               PIC X(09) VALUE 'SUNDAY   '.
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-DATA.
           05  WS-DAY-NAME OCCURS 7 TIMES PIC X(09).

      * The jobs due on the report date, loaded from the schedule
      * file - anything here that did not post prints as MISSING.
      * Jobs that post without being due (an on-request rerun, say)
      * still print in the run section above.
       01  WS-EXPECTED-TABLE.
           05  WS-EXP-ENTRY OCCURS 200 TIMES.
               10  WS-EXPECTED-JOB      PIC X(08).
               10  WS-EXP-FREQ          PIC X(01).
               10  WS-EXP-POSTED-SW     PIC X(01).
       01  WS-EXP-MAX               PIC 9(03) VALUE 200.
       01  WS-EXP-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-EXP-SUB               PIC S9(04) COMP.
       01  WS-SCHD-JOB-COUNT        PIC 9(05) VALUE ZERO.

       01  WS-POSTED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-FAILED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(10) VALUE 'RUN DATE: '.
           05  HL2-RUN-DATE         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HL2-DAY-NAME         PIC X(09).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HL2-HOLIDAY          PIC X(08).
           05  HL2-MONTH-END        PIC X(10).
           05  HL2-PAY-PERIOD       PIC X(15).

       01  WS-HDG-LINE-3.
           05  FILLER               PIC X(18) VALUE
               'JOBS SCHEDULED:   '.
           05  HL3-SCHD-COUNT       PIC ZZ,ZZ9.
           05  FILLER               PIC X(18) VALUE
               '   DUE THIS DATE: '.
           05  HL3-DUE-COUNT        PIC ZZ9.

       01  WS-DTL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.

       01  WS-MISS-HDG-LINE.
           05  FILLER               PIC X(40) VALUE
               'JOBS DUE THIS DATE THAT DID NOT POST'.

       01  WS-MISS-DTL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ML-JOB-ID            PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ML-FREQ              PIC X(14).
           05  FILLER               PIC X(15) VALUE '  *** MISSING *'.
           05  FILLER               PIC X(02) VALUE '**'.

       01  WS-NO-SCHD-LINE.
           05  FILLER               PIC X(50) VALUE
               '  *** NO JOBS ON SCHEDULE FILE - CHECK SCHDMSTR'.

       01  WS-NONE-MISS-LINE.
           05  FILLER               PIC X(30) VALUE
               '  ALL EXPECTED JOBS POSTED'.
       MAIN-PARA.
           PERFORM OPEN-FILES
           PERFORM READ-DATE-CARD
           PERFORM CLASSIFY-RUN-DATE
           PERFORM LOAD-DUE-JOBS
           PERFORM PRINT-REPORT-HEADING
           PERFORM LIST-POSTED-RUNS
           PERFORM LIST-MISSING-JOBS
           PERFORM PRINT-TOTALS
           DISPLAY 'P04AS18 - FAILED:             ' WS-FAILED-COUNT
           DISPLAY 'P04AS18 - MISSING:            ' WS-MISSING-COUNT
           IF WS-FAILED-COUNT > 0 OR WS-MISSING-COUNT > 0
              OR WS-SCHD-JOB-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHD-STATUS NOT = '00'
               DISPLAY 'P04AS18 - SCHDMSTR OPEN FAILED, STATUS '
                   WS-SCHD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE.

       CLOSE-FILES.
           CLOSE CONTROL-CARD-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE SCHEDULE-FILE
           CLOSE PRINT-FILE.

      * No card - or an unreadable one - reports on today, which is
                   END-IF
           END-READ.

      * Day 1 of the integer calendar (1601-01-01) was a Monday, so
      * the remainder by 7 gives 1 for Monday through 0 for Sunday.
      * The report date is the last of its month when the next day
      * is the 1st.  Holidays and pay-period ends are one keyed read
      * each on the schedule file.
       CLASSIFY-RUN-DATE.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE-N)
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD (WS-DAY-NUMBER, 7)
           IF WS-DAY-OF-WEEK = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           END-IF
           IF WS-DAY-OF-WEEK < 6
               SET WS-WEEKDAY TO TRUE
           ELSE
               SET WS-WEEKEND TO TRUE
           END-IF
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER + 1)
           IF WS-ND-DAY = '01'
               SET WS-MONTH-END TO TRUE
           ELSE
               SET WS-NOT-MONTH-END TO TRUE
           END-IF
           SET WS-NOT-HOLIDAY TO TRUE
           MOVE 'H' TO SCH-TYPE
           MOVE WS-REPORT-DATE TO SCH-ID
           READ SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HOLIDAY TO TRUE
           END-READ
           SET WS-NOT-PAY-PERIOD-END TO TRUE
           MOVE 'P' TO SCH-TYPE
           MOVE WS-REPORT-DATE TO SCH-ID
           READ SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PAY-PERIOD-END TO TRUE
           END-READ.

      * Job entries sort together under type J, so one positioned
      * browse walks the whole schedule.
       LOAD-DUE-JOBS.
           MOVE 'J' TO SCH-TYPE
           MOVE LOW-VALUES TO SCH-ID
           START SCHEDULE-FILE
               KEY NOT LESS THAN SCH-KEY
               INVALID KEY
                   SET WS-SCHD-EOF TO TRUE
           END-START
           PERFORM LOAD-NEXT-JOB
               UNTIL WS-SCHD-EOF.

       LOAD-NEXT-JOB.
           READ SCHEDULE-FILE NEXT RECORD
               AT END
                   SET WS-SCHD-EOF TO TRUE
               NOT AT END
                   IF NOT SCH-JOB-ENTRY
                       SET WS-SCHD-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-SCHD-JOB-COUNT
                       PERFORM CHECK-JOB-DUE
                       IF WS-JOB-DUE
                           PERFORM ADD-EXPECTED-JOB
                       END-IF
                   END-IF
           END-READ.

      * Weekday jobs are business-day jobs - a holiday that falls
      * Monday to Friday does not expect them.  Daily, month-end and
      * pay-period jobs run regardless of the holiday list.
       CHECK-JOB-DUE.
           SET WS-JOB-NOT-DUE TO TRUE
           EVALUATE TRUE
               WHEN SCH-DAILY
                   SET WS-JOB-DUE TO TRUE
               WHEN SCH-WEEKDAYS
                   IF WS-WEEKDAY AND WS-NOT-HOLIDAY
                       SET WS-JOB-DUE TO TRUE
                   END-IF
               WHEN SCH-MONTH-END
                   IF WS-MONTH-END
                       SET WS-JOB-DUE TO TRUE
                   END-IF
               WHEN SCH-PAY-PERIOD-END
                   IF WS-PAY-PERIOD-END
                       SET WS-JOB-DUE TO TRUE
                   END-IF
           END-EVALUATE.

       ADD-EXPECTED-JOB.
           IF WS-EXP-COUNT < WS-EXP-MAX
               ADD 1 TO WS-EXP-COUNT
               MOVE SCH-ID TO WS-EXPECTED-JOB (WS-EXP-COUNT)
               MOVE SCH-FREQ TO WS-EXP-FREQ (WS-EXP-COUNT)
               MOVE 'N' TO WS-EXP-POSTED-SW (WS-EXP-COUNT)
           ELSE
               DISPLAY 'P04AS18 - MORE THAN ' WS-EXP-MAX
                   ' JOBS DUE - ' SCH-ID ' NOT CHECKED'
           END-IF.

      * The key leads with the date, so one positioned browse walks
      * exactly the night being reported - every job that posted,

       MARK-JOB-POSTED.
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT
               IF WS-EXPECTED-JOB (WS-EXP-SUB) = RC-JOB-ID
                   MOVE 'Y' TO WS-EXP-POSTED-SW (WS-EXP-SUB)
               END-IF
           MOVE WS-MISS-HDG-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT
               IF WS-EXP-POSTED-SW (WS-EXP-SUB) = 'N'
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM PRINT-MISSING-JOB
               END-IF
           END-PERFORM
           IF WS-SCHD-JOB-COUNT = 0
               MOVE SPACES TO PRINT-LINE
               MOVE WS-NO-SCHD-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               IF WS-MISSING-COUNT = 0
                   MOVE SPACES TO PRINT-LINE
                   MOVE WS-NONE-MISS-LINE TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF.

       PRINT-MISSING-JOB.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-EXPECTED-JOB (WS-EXP-SUB) TO ML-JOB-ID
           EVALUATE WS-EXP-FREQ (WS-EXP-SUB)
               WHEN 'D'
                   MOVE 'DAILY' TO ML-FREQ
               WHEN 'W'
                   MOVE 'WEEKDAY' TO ML-FREQ
               WHEN 'M'
                   MOVE 'MONTH-END' TO ML-FREQ
               WHEN 'P'
                   MOVE 'PAY-PERIOD END' TO ML-FREQ
           END-EVALUATE
           MOVE WS-MISS-DTL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO PRINT-LINE
           MOVE WS-HDG-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-REPORT-DATE TO HL2-RUN-DATE
           MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO HL2-DAY-NAME
           MOVE SPACES TO HL2-HOLIDAY
           MOVE SPACES TO HL2-MONTH-END
           MOVE SPACES TO HL2-PAY-PERIOD
           IF WS-HOLIDAY
               MOVE 'HOLIDAY' TO HL2-HOLIDAY
           END-IF
           IF WS-MONTH-END
               MOVE 'MONTH-END' TO HL2-MONTH-END
           END-IF
           IF WS-PAY-PERIOD-END
               MOVE 'PAY-PERIOD END' TO HL2-PAY-PERIOD
           END-IF
           MOVE WS-HDG-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-SCHD-JOB-COUNT TO HL3-SCHD-COUNT
           MOVE WS-EXP-COUNT TO HL3-DUE-COUNT
           MOVE WS-HDG-LINE-3 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-TOTALS.
