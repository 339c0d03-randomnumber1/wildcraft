      * CBATREC - calculator batch register record, keyed on the
      * batch id from the CALCIN header.  COPY into the FILE SECTION
      * FD for CALCBAT (VSAM KSDS).  P04AS03 writes one when it
      * accepts a file - in progress until the run completes - and
      * refuses any later cold run of a batch id already here, so
      * the same file cannot be posted to CTLMSTR twice.  A restart
      * of an in-progress batch is the one way back in.
       01  CALC-BATCH-RECORD.
           05  CB-BATCH-ID         PIC X(08).
           05  CB-CREATE-DATE      PIC X(08).
           05  CB-RUN-DATE         PIC X(08).
           05  CB-RUN-TIME         PIC X(06).
           05  CB-RECORD-COUNT     PIC 9(07).
           05  CB-HASH-TOTAL       PIC 9(15).
           05  CB-STATUS           PIC X(01).
               88  CB-IN-PROGRESS      VALUE 'P'.
               88  CB-COMPLETE         VALUE 'C'.
           05  FILLER              PIC X(07).
