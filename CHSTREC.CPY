      * CHSTREC - compensation history record, keyed on employee id
      * plus the date/time the change was keyed and a tie-breaker
      * sequence.  COPY into the FILE SECTION FD (batch) or
      * WORKING-STORAGE (CICS) for COMPHIST (VSAM KSDS).  EMPCMNT
      * writes one for every add, change and delete it applies to
      * COMPMSTR - the old and new rate/frequency/effective date side
      * by side, with who keyed it and where - so the value COMPMSTR
      * overwrites in place is never lost.  The key leads with the
      * employee, so "what was this person paid last March" is one
      * positioned browse; the department rides along as it stood
      * when the change was keyed, which is how the nightly P04AS21
      * pay-change register groups its listing.  An add carries
      * zero rate and spaces in the old fields, a delete the same in
      * the new fields.
       01  COMP-HISTORY-RECORD.
           05  CH-KEY.
               10  CH-EMP-ID       PIC X(06).
               10  CH-DATE         PIC X(08).
               10  CH-TIME         PIC X(06).
               10  CH-SEQ          PIC 9(02).
           05  CH-FUNCTION         PIC X(01).
               88  CH-ADD              VALUE 'A'.
               88  CH-CHANGE           VALUE 'C'.
               88  CH-DELETE           VALUE 'D'.
           05  CH-DEPT             PIC X(04).
           05  CH-OLD-RATE         PIC 9(07)V99.
           05  CH-OLD-FREQ         PIC X(01).
           05  CH-OLD-EFF-DATE     PIC X(08).
           05  CH-NEW-RATE         PIC 9(07)V99.
           05  CH-NEW-FREQ         PIC X(01).
           05  CH-NEW-EFF-DATE     PIC X(08).
           05  CH-USER-ID          PIC X(08).
           05  CH-TERM-ID          PIC X(04).
           05  FILLER              PIC X(10).
