      * Same shape as P04AS01's INPUT1I/INPUT2I plus the submitting
      * operator's id, read by P04AS03 so calculator jobs can run
      * overnight without a live 3270 session.
      * The file is bracketed by a header and a trailer, told apart
      * from the transactions by a marker in the operator-id
      * position (an asterisk is never valid in an operator id):
      *   header  - the batch id the creating side assigns (unique
      *             for every file it sends) and the creation date;
      *   trailer - the number of transactions between the two and
      *             a hash total: CT-INPUT1 plus CT-INPUT2 of every
      *             transaction, each read as a 10-digit whole
      *             number, a non-numeric input counting as zero,
      *             kept to its low-order 15 digits.
      * P04AS03 balances the file against its trailer, and checks
      * the batch id against the CALCBAT register, before it posts
      * anything.
       01  CALC-TRANS-RECORD.
           05  CT-OPER-ID          PIC X(08).
               88  CT-HEADER-RECORD    VALUE '*HEADER*'.
               88  CT-TRAILER-RECORD   VALUE '*TRAILR*'.
           05  CT-INPUT1           PIC X(10).
           05  CT-INPUT2           PIC X(10).
           05  FILLER              PIC X(10).
       01  CALC-TRANS-HEADER.
           05  CTH-REC-ID          PIC X(08).
           05  CTH-BATCH-ID        PIC X(08).
           05  CTH-CREATE-DATE     PIC X(08).
           05  FILLER              PIC X(14).
       01  CALC-TRANS-TRAILER.
           05  CTT-REC-ID          PIC X(08).
           05  CTT-RECORD-COUNT    PIC 9(07).
           05  CTT-HASH-TOTAL      PIC 9(15).
           05  FILLER              PIC X(08).
