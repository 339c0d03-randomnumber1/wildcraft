      * EHSTREC - employee lifetime change history, keyed on employee
      * id plus the date/time the change was made and a tie-breaker
      * sequence.  COPY into the FILE SECTION FD (batch) or
      * WORKING-STORAGE (CICS) for EMPHIST (VSAM KSDS).  Loaded at
      * month-end by P04AS29 from the EMPQ extract (EMPAUD.CPY) -
      * EMPMAINT's adds/changes/deactivates/reactivates, XFERMNT's
      * transfer changes and cancels, and the transfers P04AS15
      * applied overnight - before P04AS12J clears it, so nothing
      * an employee ever had is lost with the daily extract.  The
      * before/after images are carried whole, the same bytes the
      * EMPQ entry held (EMPREC records, or XFERREC records on a T/X
      * entry), so the EMPHIST screen can show field by field what
      * moved.  The key leads with the employee, so one person's
      * whole history is one positioned browse.
       01  EMP-HISTORY-RECORD.
           05  EH-KEY.
               10  EH-EMP-ID       PIC X(06).
               10  EH-DATE         PIC X(08).
               10  EH-TIME         PIC X(06).
               10  EH-SEQ          PIC 9(02).
           05  EH-FUNCTION         PIC X(01).
               88  EH-ADD              VALUE 'A'.
               88  EH-CHANGE           VALUE 'C'.
               88  EH-DEACTIVATE       VALUE 'D'.
               88  EH-REACTIVATE       VALUE 'R'.
               88  EH-XFER-CHANGE      VALUE 'T'.
               88  EH-XFER-CANCEL      VALUE 'X'.
               88  EH-XFER-ENTRY       VALUES 'T' 'X'.
           05  EH-USER-ID          PIC X(08).
           05  EH-TERM-ID          PIC X(04).
           05  EH-BEFORE-IMAGE     PIC X(64).
           05  EH-AFTER-IMAGE      PIC X(64).
           05  FILLER              PIC X(10).
