      * SCHDREC - batch schedule calendar record, keyed on entry type
      * plus a job id or a date.  COPY into the FILE SECTION FD
      * (batch) or WORKING-STORAGE (CICS) for SCHDMSTR (VSAM KSDS).
      * This file replaced the expected-jobs table compiled into
      * P04AS18: the morning status report reads it to decide which
      * jobs were due on the night it reports, and SCHDMNT maintains
      * it online, so adding a job to the schedule is a data change.
      * Three kinds of entry share the file:
      *   J - a job, SCH-ID the job/program id that posts RUNCTL,
      *       SCH-FREQ when it is due:
      *         D  every day
      *         W  weekdays that are not on the holiday list
      *         M  the last calendar day of the month
      *         P  every date on the pay-period end list
      *   H - a holiday, SCH-ID the date (YYYYMMDD)
      *   P - a pay-period end date, SCH-ID the date (YYYYMMDD)
      * The type leads the key so each kind is one positioned
      * browse, and a date lookup is one keyed read.
       01  SCHEDULE-RECORD.
           05  SCH-KEY.
               10  SCH-TYPE        PIC X(01).
                   88  SCH-JOB-ENTRY       VALUE 'J'.
                   88  SCH-HOLIDAY-ENTRY   VALUE 'H'.
                   88  SCH-PAY-PERIOD-ENTRY VALUE 'P'.
                   88  SCH-TYPE-VALID      VALUES 'J' 'H' 'P'.
               10  SCH-ID          PIC X(08).
           05  SCH-FREQ            PIC X(01).
               88  SCH-DAILY           VALUE 'D'.
               88  SCH-WEEKDAYS        VALUE 'W'.
               88  SCH-MONTH-END       VALUE 'M'.
               88  SCH-PAY-PERIOD-END  VALUE 'P'.
               88  SCH-FREQ-VALID      VALUES 'D' 'W' 'M' 'P'.
           05  SCH-DESC            PIC X(30).
           05  SCH-USER-ID         PIC X(08).
           05  SCH-UPD-DATE        PIC X(08).
           05  FILLER              PIC X(14).
