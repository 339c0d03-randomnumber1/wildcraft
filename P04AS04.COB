      * P04AS04 - nightly batch extract/print of the calculation audit
      * log (request 009).  Reads the CALQ transient-data extract
      * (AUD-TRANS-TYPE = 'CALC', written by CALMSET/P04AS01 - see
      * LOG-CALCULATION in both; 'CTAP', CALMSET's running-total tape
      * entries - see LOG-TAPE-ENTRY; and 'BCLC', P04AS03's batch
      * calculations from the CALQB extract) after it has been sorted
      * by terminal and operation code, and prints activity grouped
      * by terminal and by ADD/SUB/MULT/DIV - plus the tape's
      * SUBTOTAL/TOTAL/UNDO/PRINT commands - with a grand total and
      * an overflow/error count called out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS04.

       01  WS-GRAND-OVERFLOW-COUNT  PIC 9(07) VALUE ZERO.
       01  WS-GRAND-TOTAL-COUNT     PIC 9(07) VALUE ZERO.

       01  WS-GRAND-TAPE-COUNT      PIC 9(07) VALUE ZERO.

       01  WS-OPER-DESC             PIC X(08).

       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(30) VALUE

       01  WS-DTL-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  DL-OPER-DESC         PIC X(08).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE 'COUNT: '.
           05  DL-OPER-COUNT        PIC ZZZ,ZZ9.
           05  GL-MULT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(07) VALUE '  DIV: '.
           05  GL-DIV-COUNT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(08) VALUE '  TAPE: '.
           05  GL-TAPE-COUNT        PIC ZZZ,ZZ9.

       01  WS-GRAND-LINE-3.
           05  FILLER               PIC X(22) VALUE
               WHEN 'DI'
                   ADD 1 TO WS-TERM-DIV-COUNT
                   ADD 1 TO WS-GRAND-DIV-COUNT
      * The tape's own commands post nothing to the accumulator
      * figures above - counted apart so they never read as errors.
               WHEN 'SB'
               WHEN 'TO'
               WHEN 'UN'
               WHEN 'PR'
                   ADD 1 TO WS-GRAND-TAPE-COUNT
           END-EVALUATE

           IF AUD-STATUS = 'OVF'
                   MOVE 'MULT ' TO WS-OPER-DESC
               WHEN 'DI'
                   MOVE 'DIV  ' TO WS-OPER-DESC
               WHEN 'SB'
                   MOVE 'SUBTOTAL' TO WS-OPER-DESC
               WHEN 'TO'
                   MOVE 'TOTAL' TO WS-OPER-DESC
               WHEN 'UN'
                   MOVE 'UNDO' TO WS-OPER-DESC
               WHEN 'PR'
                   MOVE 'PRINT' TO WS-OPER-DESC
               WHEN OTHER
                   MOVE 'ERROR' TO WS-OPER-DESC
           END-EVALUATE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-GRAND-MULT-COUNT TO GL-MULT-COUNT
           MOVE WS-GRAND-DIV-COUNT TO GL-DIV-COUNT
           MOVE WS-GRAND-TAPE-COUNT TO GL-TAPE-COUNT
           MOVE WS-GRAND-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
