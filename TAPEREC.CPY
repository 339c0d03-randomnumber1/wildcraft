      * TAPEREC - calculator tape print record, one per tape line.
      * CALMSET writes a tape to the TAPQ transient-data queue when
      * the operator asks for it printed (extra-partition TDQ backed
      * by PROD.TAPQ.EXTRACT); P04AS27 prints the night's tapes and
      * P04AS27J clears the extract behind it.  Every line of one
      * print request carries the same terminal, operator and print
      * stamp, so terminal plus stamp identifies the tape and
      * TAP-LINE-NO keeps its lines in keyed order.
      *   TAP-OPER  ADD/SUB/MULT/DIV - an entry against the figure
      *             SBTL - subtotal, accumulator left standing
      *             TOTL - total, accumulator cleared to zero
      *             FWD  - balance carried forward from the last
      *                    printed tape
       01  TAPE-PRINT-RECORD.
           05  TAP-TERM-ID         PIC X(04).
           05  TAP-USER-ID         PIC X(08).
           05  TAP-PRINT-DATE      PIC X(08).
           05  TAP-PRINT-TIME      PIC X(06).
           05  TAP-LINE-NO         PIC 9(04).
           05  TAP-OPER            PIC X(04).
           05  TAP-FIGURE          PIC X(13).
           05  TAP-ACCUM           PIC X(13).
           05  TAP-ENTRY-TIME      PIC X(06).
           05  FILLER              PIC X(14).
