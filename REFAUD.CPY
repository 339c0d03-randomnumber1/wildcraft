      * REFAUD - reference-data maintenance audit record, written to
      * the REFQ transient-data queue (extra-partition, backed by
      * PROD.REFQ.EXTRACT - the CALQ/MENQ/SGNQ/EMPQ pattern) once
      * for every add, change and delete that actually updates one
      * of the shared reference files: DEPTMNT on DEPTMSTR, MENUMNT
      * on MENUMSTR, MSGMNT on BCSTMSTR.  P04AS30's department merge
      * writes the same entries for the departments it creates,
      * repoints and retires.  RA-FILE-ID names the file and says
      * which record layout the images hold (DEPTREC, MENUREC or
      * BCSTREC - the largest, BCSTREC, sets the image width); an
      * add carries spaces in the before image and a delete spaces
      * in the after image.  P04AS31 prints the trail nightly.
       01  REF-AUDIT-RECORD.
           05  RA-DATE             PIC X(08).
           05  RA-TIME             PIC X(06).
           05  RA-TERM-ID          PIC X(04).
           05  RA-USER-ID          PIC X(08).
           05  RA-FILE-ID          PIC X(08).
               88  RA-DEPT-FILE        VALUE 'DEPTMSTR'.
               88  RA-MENU-FILE        VALUE 'MENUMSTR'.
               88  RA-BCST-FILE        VALUE 'BCSTMSTR'.
           05  RA-FUNCTION         PIC X(01).
               88  RA-ADD              VALUE 'A'.
               88  RA-CHANGE           VALUE 'C'.
               88  RA-DELETE           VALUE 'D'.
           05  RA-KEY              PIC X(08).
           05  RA-BEFORE-IMAGE     PIC X(88).
           05  RA-AFTER-IMAGE      PIC X(88).
           05  FILLER              PIC X(11).
