      * walking a terminal trying account after account.  SGNT
      * entries on the same extract - sessions the SESSWEEP idle
      * sweep dropped - print in their own section, so a terminal
      * that keeps timing out gets noticed too.  So do SGNC entries
      * - sign-ons refused because the operator was already signed
      * on at another terminal, and the supervisor overrides that
      * ended the other session - since one id live on two desks
      * is the mark of a shared or stolen password.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P04AS07.

               10  TO-DATE          PIC X(08).
               10  TO-TIME          PIC X(06).

      * Concurrent sign-on entries, collected the same way.
       01  WS-CONC-REFUSED-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-CONC-OVERRIDE-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-CONC-TABLE-MAX        PIC 9(03) VALUE 100.
       01  WS-CONC-ROWS             PIC 9(03) VALUE ZERO.
       01  WS-CONC-TABLE.
           05  WS-CONC-ROW OCCURS 100 TIMES
                   INDEXED BY WS-CC-IDX.
               10  CC-USER-ID       PIC X(08).
               10  CC-TERM-ID       PIC X(04).
               10  CC-OTHER-TERM    PIC X(04).
               10  CC-SUPV-ID       PIC X(08).
               10  CC-STATUS        PIC X(03).
               10  CC-DATE          PIC X(08).
               10  CC-TIME          PIC X(06).

      * One row per terminal seen on the extract.  The input is
      * sorted by operator id first, so within any one terminal the
      * operator ids arrive in order and counting the changes of id
               'TOTAL TIMEOUTS:       '.
           05  TT-COUNT             PIC ZZZ,ZZ9.

       01  WS-CONC-HDG-LINE.
           05  FILLER               PIC X(40) VALUE
               'SIGN-ONS WHILE SIGNED ON ELSEWHERE'.

       01  WS-CONC-DTL-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  CD-USER-ID           PIC X(08).
           05  FILLER               PIC X(07) VALUE '  TERM '.
           05  CD-TERM-ID           PIC X(04).
           05  FILLER               PIC X(12) VALUE '  LIVE AT  '.
           05  CD-OTHER-TERM        PIC X(04).
           05  FILLER               PIC X(05) VALUE '  AT '.
           05  CD-DATE              PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CD-TIME              PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CD-RESULT            PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CD-SUPV-ID           PIC X(08).

       01  WS-CONC-TOT-LINE.
           05  FILLER               PIC X(22) VALUE
               'TOTAL REFUSED:        '.
           05  CT-REFUSED-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE '  OVERRIDES: '.
           05  CT-OVERRIDE-COUNT    PIC ZZZ,ZZ9.

       01  WS-GRAND-LINE.
           05  FILLER               PIC X(22) VALUE
               'TOTAL FAILURES:       '.
           END-IF
           PERFORM PRINT-TERMINAL-SECTION
           PERFORM PRINT-TIMEOUT-SECTION
           PERFORM PRINT-CONCURRENT-SECTION
           PERFORM PRINT-GRAND-TOTALS
           PERFORM CLOSE-FILES
           MOVE WS-GRAND-FAIL-COUNT TO WS-RUN-READ-COUNT
                   PERFORM PROCESS-SIGNON-FAILURE
               WHEN AUD-SIGNON-TIMEOUT
                   PERFORM TALLY-SESSION-TIMEOUT
               WHEN AUD-SIGNON-CONCURRENT
                   PERFORM TALLY-CONCURRENT-SIGNON
           END-EVALUATE.

      * Beyond 100 the extras still count - the total line stays
               MOVE AUD-TIME TO TO-TIME (WS-TO-IDX)
           END-IF.

      * A bad supervisor override counts as a refusal - the second
      * sign-on was still kept out.
       TALLY-CONCURRENT-SIGNON.
           IF AUD-STATUS = 'OVR'
               ADD 1 TO WS-CONC-OVERRIDE-COUNT
           ELSE
               ADD 1 TO WS-CONC-REFUSED-COUNT
           END-IF
           IF WS-CONC-ROWS < WS-CONC-TABLE-MAX
               ADD 1 TO WS-CONC-ROWS
               SET WS-CC-IDX TO WS-CONC-ROWS
               MOVE AUD-USER-ID TO CC-USER-ID (WS-CC-IDX)
               MOVE AUD-TERM-ID TO CC-TERM-ID (WS-CC-IDX)
               MOVE AUD-INPUT1 TO CC-OTHER-TERM (WS-CC-IDX)
               MOVE AUD-INPUT2 TO CC-SUPV-ID (WS-CC-IDX)
               MOVE AUD-STATUS TO CC-STATUS (WS-CC-IDX)
               MOVE AUD-DATE TO CC-DATE (WS-CC-IDX)
               MOVE AUD-TIME TO CC-TIME (WS-CC-IDX)
           END-IF.

       PROCESS-SIGNON-FAILURE.
           IF WS-FIRST-RECORD
               MOVE AUD-USER-ID TO WS-PREV-USER-ID
           MOVE WS-TIMEOUT-TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-CONCURRENT-SECTION.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE WS-CONC-HDG-LINE TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CONC-ROWS
               PERFORM PRINT-CONCURRENT-DETAIL
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           MOVE WS-CONC-REFUSED-COUNT TO CT-REFUSED-COUNT
           MOVE WS-CONC-OVERRIDE-COUNT TO CT-OVERRIDE-COUNT
           MOVE WS-CONC-TOT-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-CONCURRENT-DETAIL.
           MOVE SPACES TO PRINT-LINE
           MOVE CC-USER-ID (WS-CC-IDX) TO CD-USER-ID
           MOVE CC-TERM-ID (WS-CC-IDX) TO CD-TERM-ID
           MOVE CC-OTHER-TERM (WS-CC-IDX) TO CD-OTHER-TERM
           MOVE CC-DATE (WS-CC-IDX) TO CD-DATE
           MOVE CC-TIME (WS-CC-IDX) TO CD-TIME
           EVALUATE CC-STATUS (WS-CC-IDX)
               WHEN 'OVR'
                   MOVE 'OVERRIDDEN BY SUPERVISOR' TO CD-RESULT
               WHEN 'SGV'
                   MOVE 'REFUSED - OVERRIDE BAD' TO CD-RESULT
               WHEN OTHER
                   MOVE 'REFUSED' TO CD-RESULT
           END-EVALUATE
           MOVE CC-SUPV-ID (WS-CC-IDX) TO CD-SUPV-ID
           MOVE WS-CONC-DTL-LINE TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-GRAND-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
