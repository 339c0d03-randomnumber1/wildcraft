      * CSTGREC - batch calculator staging record, keyed on the
      * submitting operator plus a per-operator sequence.  COPY into
      * the FILE SECTION FD (batch) or WORKING-STORAGE (CICS) for
      * CALCSTG (VSAM KSDS).  Operators key calculator work on the
      * CALCSUB screen instead of having a CALCIN file built for
      * them; the P04AS28 unload ahead of P04AS03 turns the staged
      * entries into that night's CALCIN batch and stamps each with
      * the batch id, and once CALCBAT shows the batch complete the
      * clear step takes them off.  An entry carrying a batch id is
      * past cutoff and can no longer be changed or deleted.
      * CSG-RESULT-SEQ is the CALCRSLT line (CRS-SEQ of the same
      * operator's latest run) an entry was pulled back from to be
      * corrected and resubmitted - zero for a freshly keyed one.
       01  CALC-STAGE-RECORD.
           05  CSG-KEY.
               10  CSG-OPER-ID     PIC X(08).
               10  CSG-SEQ         PIC 9(04).
           05  CSG-INPUT1          PIC X(10).
           05  CSG-INPUT2          PIC X(10).
           05  CSG-STAGE-DATE      PIC X(08).
           05  CSG-STAGE-TIME      PIC X(06).
           05  CSG-TERM-ID         PIC X(04).
           05  CSG-RESULT-SEQ      PIC 9(04).
           05  CSG-BATCH-ID        PIC X(08).
               88  CSG-NOT-UNLOADED    VALUE SPACES.
           05  FILLER              PIC X(02).
