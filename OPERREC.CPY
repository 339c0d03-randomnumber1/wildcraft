      * COPY into the FILE SECTION FD for OPERMSTR (VSAM KSDS), used
      * by SIGNON to validate operator id/password ahead of P04AS02
      * and maintained online through the OPERMNT supervisor screen.
      * P04AS25 reads it for the access recertification report and
      * locks any operator dormant past the limit on its SYSIN card.
       01  OPERATOR-RECORD.
           05  OPER-ID             PIC X(08).
           05  OPER-PASSWORD       PIC X(08).
           05  OPER-PSWD-CHANGE-SW PIC X(01).
               88  OPER-MUST-CHANGE    VALUE 'Y'.
               88  OPER-PSWD-CURRENT   VALUE 'N'.
      * Activity - SIGNON stamps the date and terminal of every
      * successful sign-on; OPERAPPR stamps the date of every
      * approved unlock.  Dormancy runs from the latest of these
      * and OPER-PSWD-DATE (set when the operator is added or
      * reset), so a new or newly-reinstated operator is not
      * locked before they have had the chance to sign on.
           05  OPER-LAST-SGN-DATE  PIC X(08).
           05  OPER-LAST-SGN-TERM  PIC X(04).
           05  OPER-UNLOCK-DATE    PIC X(08).
      * Why OPER-LOCKED-SW is on - three bad passwords at SIGNON
      * or the dormant-account sweep in P04AS25.  Cleared with the
      * lock itself.
           05  OPER-LOCK-REASON    PIC X(01).
               88  OPER-LOCK-FAILURES  VALUE 'F'.
               88  OPER-LOCK-DORMANT   VALUE 'D'.
           05  FILLER              PIC X(10).
