      * stamped later than this on the checkpoint's date).
           05  CK-CKPT-DATE        PIC X(08).
           05  CK-CKPT-TIME        PIC X(06).
      * The CALCIN batch the checkpoint belongs to - a restart must
      * be against the same file.
           05  CK-BATCH-ID         PIC X(08).
