      * actually updates EMPMSTR.  The before and after images are
      * whole EMPREC records so the nightly print can show exactly
      * which fields moved; a brand-new add carries spaces in the
      * before image.  XFERMNT writes two more kinds of entry when a
      * pending department transfer is changed (T) or cancelled (X)
      * before it applies; on those the images are XFERREC transfer
      * records rather than EMPREC - before as it was pending, after
      * as changed - and a cancel carries the operator's reason for
      * calling the move off in place of the after image.
       01  EMP-AUDIT-RECORD.
           05  EA-DATE             PIC X(08).
           05  EA-TIME             PIC X(06).
               88  EA-CHANGE           VALUE 'C'.
               88  EA-DEACTIVATE       VALUE 'D'.
               88  EA-REACTIVATE       VALUE 'R'.
               88  EA-XFER-CHANGE      VALUE 'T'.
               88  EA-XFER-CANCEL      VALUE 'X'.
               88  EA-XFER-ENTRY       VALUES 'T' 'X'.
           05  EA-EMP-ID           PIC X(06).
           05  EA-BEFORE-IMAGE     PIC X(64).
           05  EA-AFTER-IMAGE      PIC X(64).
