      * OPERI drives which of ADD/SUB/MULT/DIV runs against
      * INPUT1I/INPUT2I, the same way P04AS01 already splits its
      * results across ADDO/SUBO/MULTO/DIVO.
      * A figure keyed in FIGUREI runs the operation against the
      * terminal's running-total tape instead, adding-machine
      * style: the accumulator and the last six tape lines show on
      * every screen, and SBTL/TOTL/UNDO/PRNT in OPERI take a
      * subtotal, total and clear, take back the last entry, or
      * send the tape to the nightly print (P04AS27).  Tape entries
      * go through the same CALQ audit and CTLMSTR posting as any
      * other calculation, so P04AS05 still balances.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMSET.

	   02  FILLER REDEFINES MESSAGEF.
	       03  MESSAGEA			      PIC X.
	   02  MESSAGEI 			      PIC X(050).
	   02  FIGUREL				      PIC S9(4) COMP-4.
	   02  FIGUREF				      PIC X.
	   02  FILLER REDEFINES FIGUREF.
	       03  FIGUREA			      PIC X.
	   02  FIGUREI				      PIC X(013).
	   02  ACCUML				      PIC S9(4) COMP-4.
	   02  ACCUMF				      PIC X.
	   02  FILLER REDEFINES ACCUMF.
	       03  ACCUMA			      PIC X.
	   02  ACCUMI				      PIC X(013).
	   02  TAPLN1L				      PIC S9(4) COMP-4.
	   02  TAPLN1F				      PIC X.
	   02  FILLER REDEFINES TAPLN1F.
	       03  TAPLN1A			      PIC X.
	   02  TAPLN1I				      PIC X(040).
	   02  TAPLN2L				      PIC S9(4) COMP-4.
	   02  TAPLN2F				      PIC X.
	   02  FILLER REDEFINES TAPLN2F.
	       03  TAPLN2A			      PIC X.
	   02  TAPLN2I				      PIC X(040).
	   02  TAPLN3L				      PIC S9(4) COMP-4.
	   02  TAPLN3F				      PIC X.
	   02  FILLER REDEFINES TAPLN3F.
	       03  TAPLN3A			      PIC X.
	   02  TAPLN3I				      PIC X(040).
	   02  TAPLN4L				      PIC S9(4) COMP-4.
	   02  TAPLN4F				      PIC X.
	   02  FILLER REDEFINES TAPLN4F.
	       03  TAPLN4A			      PIC X.
	   02  TAPLN4I				      PIC X(040).
	   02  TAPLN5L				      PIC S9(4) COMP-4.
	   02  TAPLN5F				      PIC X.
	   02  FILLER REDEFINES TAPLN5F.
	       03  TAPLN5A			      PIC X.
	   02  TAPLN5I				      PIC X(040).
	   02  TAPLN6L				      PIC S9(4) COMP-4.
	   02  TAPLN6F				      PIC X.
	   02  FILLER REDEFINES TAPLN6F.
	       03  TAPLN6A			      PIC X.
	   02  TAPLN6I				      PIC X(040).
	   02  DUMMYL				      PIC S9(4) COMP-4.
	   02  DUMMYF				      PIC X.
	   02  FILLER REDEFINES DUMMYF.
	   02  MESSAGEO 			      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FIGUREO				      PIC X(013).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ACCUMO				      PIC X(013).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TAPLN1O				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TAPLN2O				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TAPLN3O				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TAPLN4O				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TAPLN5O				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TAPLN6O				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DUMMYO				      PIC X(001).

           COPY DFHAID.
           88  WS-OPER-SUB             VALUE 'SUB '.
           88  WS-OPER-MULT            VALUE 'MULT'.
           88  WS-OPER-DIV             VALUE 'DIV '.
           88  WS-OPER-SUBTOTAL        VALUE 'SBTL'.
           88  WS-OPER-TOTAL           VALUE 'TOTL'.
           88  WS-OPER-UNDO            VALUE 'UNDO'.
           88  WS-OPER-PRINT           VALUE 'PRNT'.
           88  WS-OPER-TAPE-CMD        VALUES 'SBTL' 'TOTL' 'UNDO'
                                              'PRNT'.

       01  WS-NUMERIC-CHECK-SW     PIC X(01).
           88  WS-NUMERIC-OK           VALUE 'Y'.
       01  WS-RESULT-EDIT          PIC -99.
       01  WS-RESULT-DISPLAY       PIC X(003).

      * What POST-CONTROL-TOTALS adds to CTLMSTR - the result of
      * either a plain calculation or a tape entry.
       01  WS-POST-AMOUNT          PIC S9(09)V99.

      * One full 80-byte screen row per line - SEND TEXT wraps at
      * the screen width, not at the end of each FILLER.
       01  WS-HELP-TEXT.
           05  FILLER              PIC X(80) VALUE
               'VALID OPERI VALUES - ADD  SUB  MULT  DIV'.
           05  FILLER              PIC X(80) VALUE
               'KEY A FIGURE TO USE THE TAPE - BLANK OPERI ADDS IT'.
           05  FILLER              PIC X(80) VALUE
               'TAPE - SBTL SUBTOTAL  TOTL TOTAL  UNDO  PRNT PRINT'.

       01  WS-CALC-TIMESTAMP.
           05  WS-CT-DATE              PIC X(08).

           COPY SESNREC.

      * Running-total tape, one TS queue per terminal (TAPtttt,
      * cleared by SIGNON at each sign-on).  Item 1 is the control
      * item; tape line n is item n + 1.  UNDO only winds the line
      * count back, so TC-ITEM-HIGH remembers how far the queue
      * has grown and the next line rewrites a used item in place
      * rather than writing a new one out of order.
       01  WS-TAPE-QUEUE.
           05  FILLER              PIC X(03) VALUE 'TAP'.
           05  WS-TQ-TERM-ID       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
       01  WS-TAPE-ITEM            PIC S9(4) COMP.
       01  WS-TAPE-SW              PIC X(01).
           88  WS-TAPE-FOUND           VALUE 'Y'.
           88  WS-TAPE-NEW             VALUE 'N'.
       01  WS-TAPE-CONTROL.
           05  TC-ACCUM            PIC S9(09)V99 COMP-3.
           05  TC-LINE-COUNT       PIC S9(4) COMP.
           05  TC-ITEM-HIGH        PIC S9(4) COMP.
           05  FILLER              PIC X(10).
       01  WS-TAPE-LINE.
           05  TL-OPER             PIC X(04).
               88  TL-CARRIED-FORWARD  VALUE 'FWD '.
           05  TL-FIGURE           PIC S9(09)V99 COMP-3.
           05  TL-ACCUM-BEFORE     PIC S9(09)V99 COMP-3.
           05  TL-ACCUM-AFTER      PIC S9(09)V99 COMP-3.
           05  TL-ENTRY-TIME       PIC X(06).

       01  WS-TAPE-BEFORE          PIC S9(09)V99.
       01  WS-TAPE-FIGURE          PIC S9(09)V99.
       01  WS-TAPE-RESULT          PIC S9(09)V99.
       01  WS-TAPE-PRINTED         PIC S9(4) COMP.
       01  WS-AMOUNT-EDIT          PIC -(9)9.99.
       01  WS-COUNT-EDIT           PIC ZZZ9.

      * FIGUREI is free-form - an optional leading minus, up to
      * nine whole digits and up to two decimal places.
       01  WS-FIG-TEXT             PIC X(13).
       01  WS-FIG-WORK             PIC X(13).
       01  WS-FIG-LEN              PIC S9(4) COMP.
       01  WS-FIG-SPACES           PIC S9(4) COMP.
       01  WS-FIG-DIGITS           PIC S9(4) COMP.
       01  WS-FIG-POINTS           PIC S9(4) COMP.
       01  WS-FIG-MINUS            PIC S9(4) COMP.
       01  WS-FIG-WHOLE            PIC S9(4) COMP.

      * The last six tape lines as they show on the screen.
       01  WS-SHOW-FIRST           PIC S9(4) COMP.
       01  WS-SHOW-NO              PIC S9(4) COMP.
       01  WS-SHOW-SUB             PIC S9(4) COMP.
       01  WS-SHOW-TABLE.
           05  WS-SHOW-ROW OCCURS 6 TIMES PIC X(40).
       01  WS-SHOW-LINE.
           05  SL-LINE-NO          PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  SL-OPER             PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SL-FIGURE           PIC -(9)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SL-ACCUM            PIC -(9)9.99.
           05  FILLER              PIC X(01) VALUE SPACE.

           COPY TAPEREC.

           COPY MSGCODES.
           COPY AUDTREC.
           COPY CTLREC.
           END-IF

           MOVE SPACES TO MESSAGEO
           PERFORM LOAD-TAPE
           MOVE OPERI TO WS-OPER-WK
           INSPECT WS-OPER-WK REPLACING ALL LOW-VALUES BY SPACES
           IF FIGUREL > 0 OR WS-OPER-TAPE-CMD
               PERFORM PROCESS-TAPE-REQUEST
           ELSE
               PERFORM EDIT-OPERATOR
               IF WS-NUMERIC-OK
                   PERFORM EDIT-NUMERIC-INPUTS
               END-IF
               IF WS-NUMERIC-OK
                   PERFORM CALCULATE-RESULT
               END-IF
               PERFORM LOG-CALCULATION
               IF WS-NUMERIC-OK AND (WS-OPER-ADD OR WS-OPER-SUB)
                   MOVE WS-RESULT-NUM TO WS-POST-AMOUNT
                   PERFORM POST-CONTROL-TOTALS
               END-IF
           END-IF

           PERFORM FORMAT-TAPE-DISPLAY
           PERFORM SEND-CALMSET-MAP
           EXEC CICS RETURN
               TRANSID('CALM')
               MOVE SPACES TO AUD-RESULT
               MOVE WS-MSG-LOOKUP-CODE TO AUD-STATUS
           END-IF
           PERFORM WRITE-AUDIT-ENTRY.

       WRITE-AUDIT-ENTRY.
           EXEC CICS WRITEQ TD
               QUEUE('CALQ')
               FROM(AUDIT-RECORD)
           IF WS-OPER-ADD
               ADD 1 TO CTL-TRANS-COUNT
               ADD 1 TO CTL-ADD-COUNT
               ADD WS-POST-AMOUNT TO CTL-ADD-TOTAL
           END-IF
           IF WS-OPER-SUB
               ADD 1 TO CTL-TRANS-COUNT
               ADD 1 TO CTL-SUB-COUNT
               ADD WS-POST-AMOUNT TO CTL-SUB-TOTAL
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
               END-EXEC
           END-IF.

      * The tape's control item is read once per screen.  No queue
      * yet means a fresh tape at zero; nothing is written until
      * the first line goes on it.
       LOAD-TAPE.
           EXEC CICS ASSIGN
               TERMID(WS-TQ-TERM-ID)
           END-EXEC
           MOVE 1 TO WS-TAPE-ITEM
           EXEC CICS READQ TS
               QUEUE(WS-TAPE-QUEUE)
               INTO(WS-TAPE-CONTROL)
               ITEM(WS-TAPE-ITEM)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-TAPE-FOUND TO TRUE
           ELSE
               SET WS-TAPE-NEW TO TRUE
               MOVE ZERO TO TC-ACCUM TC-LINE-COUNT
               MOVE 1 TO TC-ITEM-HIGH
           END-IF.

       PROCESS-TAPE-REQUEST.
           SET WS-NUMERIC-OK TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-CALC-TIMESTAMP
           EVALUATE TRUE
               WHEN WS-OPER-SUBTOTAL
                   PERFORM TAPE-SUBTOTAL
               WHEN WS-OPER-TOTAL
                   PERFORM TAPE-TOTAL
               WHEN WS-OPER-UNDO
                   PERFORM TAPE-UNDO
               WHEN WS-OPER-PRINT
                   PERFORM TAPE-PRINT
               WHEN OTHER
                   PERFORM TAPE-ENTRY
           END-EVALUATE.

      * A figure keyed with OPERI left blank is added, the way an
      * adding machine works.  Every entry, good or rejected, is
      * logged; only a good ADD/SUB posts CTLMSTR, with the new
      * accumulator as its result - the same figure LOG-TAPE-ENTRY
      * puts in AUD-RESULT for P04AS05 to add back up.
       TAPE-ENTRY.
           MOVE FIGUREI TO WS-FIG-TEXT
           INSPECT WS-FIG-TEXT REPLACING ALL LOW-VALUES BY SPACES
           IF WS-OPER-WK = SPACES
               SET WS-OPER-ADD TO TRUE
           END-IF
           MOVE TC-ACCUM TO WS-TAPE-BEFORE
           MOVE ZERO TO WS-TAPE-FIGURE WS-TAPE-RESULT
           IF NOT WS-OPER-ADD AND NOT WS-OPER-SUB
              AND NOT WS-OPER-MULT AND NOT WS-OPER-DIV
               MOVE 'OPR' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
               SET WS-NUMERIC-BAD TO TRUE
           ELSE
               PERFORM EDIT-TAPE-FIGURE
           END-IF
           IF WS-NUMERIC-OK
               PERFORM APPLY-TAPE-FIGURE
           END-IF
           PERFORM LOG-TAPE-ENTRY
           IF WS-NUMERIC-OK
               MOVE SPACES TO FIGUREO
               IF WS-OPER-ADD OR WS-OPER-SUB
                   MOVE WS-TAPE-RESULT TO WS-POST-AMOUNT
                   PERFORM POST-CONTROL-TOTALS
               END-IF
           END-IF.

       EDIT-TAPE-FIGURE.
           IF WS-FIG-TEXT = SPACES
               SET WS-NUMERIC-BAD TO TRUE
           ELSE
               MOVE FUNCTION TRIM(WS-FIG-TEXT) TO WS-FIG-WORK
               MOVE ZERO TO WS-FIG-LEN WS-FIG-SPACES WS-FIG-DIGITS
                   WS-FIG-POINTS WS-FIG-MINUS WS-FIG-WHOLE
               INSPECT WS-FIG-WORK TALLYING
                   WS-FIG-LEN FOR CHARACTERS BEFORE INITIAL SPACE
               INSPECT WS-FIG-WORK TALLYING
                   WS-FIG-SPACES FOR ALL SPACE
               INSPECT WS-FIG-WORK TALLYING
                   WS-FIG-DIGITS FOR ALL '0' ALL '1' ALL '2' ALL '3'
                       ALL '4' ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
               INSPECT WS-FIG-WORK TALLYING
                   WS-FIG-POINTS FOR ALL '.'
               INSPECT WS-FIG-WORK TALLYING
                   WS-FIG-MINUS FOR ALL '-'
               INSPECT WS-FIG-WORK TALLYING
                   WS-FIG-WHOLE FOR CHARACTERS BEFORE INITIAL '.'
               IF WS-FIG-POINTS = 0
                   MOVE WS-FIG-LEN TO WS-FIG-WHOLE
               END-IF
               SUBTRACT WS-FIG-MINUS FROM WS-FIG-WHOLE
               IF WS-FIG-DIGITS = 0
                  OR WS-FIG-LEN + WS-FIG-SPACES NOT = 13
                  OR WS-FIG-DIGITS + WS-FIG-POINTS + WS-FIG-MINUS
                       NOT = WS-FIG-LEN
                  OR WS-FIG-POINTS > 1
                  OR WS-FIG-MINUS > 1
                  OR WS-FIG-WHOLE > 9
                   SET WS-NUMERIC-BAD TO TRUE
               END-IF
               IF WS-FIG-MINUS = 1 AND WS-FIG-WORK (1:1) NOT = '-'
                   SET WS-NUMERIC-BAD TO TRUE
               END-IF
               IF WS-FIG-POINTS = 1
                  AND WS-FIG-LEN - WS-FIG-MINUS - WS-FIG-WHOLE > 3
                   SET WS-NUMERIC-BAD TO TRUE
               END-IF
           END-IF
           IF WS-NUMERIC-BAD
               MOVE 'TFG' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           ELSE
               COMPUTE WS-TAPE-FIGURE = FUNCTION NUMVAL(WS-FIG-WORK)
           END-IF.

       APPLY-TAPE-FIGURE.
           IF WS-OPER-DIV AND WS-TAPE-FIGURE = 0
               MOVE 'ZDV' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
               SET WS-NUMERIC-BAD TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN WS-OPER-ADD
                       COMPUTE WS-TAPE-RESULT =
                           WS-TAPE-BEFORE + WS-TAPE-FIGURE
                           ON SIZE ERROR PERFORM TAPE-OVERFLOW
                       END-COMPUTE
                   WHEN WS-OPER-SUB
                       COMPUTE WS-TAPE-RESULT =
                           WS-TAPE-BEFORE - WS-TAPE-FIGURE
                           ON SIZE ERROR PERFORM TAPE-OVERFLOW
                       END-COMPUTE
                   WHEN WS-OPER-MULT
                       COMPUTE WS-TAPE-RESULT ROUNDED =
                           WS-TAPE-BEFORE * WS-TAPE-FIGURE
                           ON SIZE ERROR PERFORM TAPE-OVERFLOW
                       END-COMPUTE
                   WHEN WS-OPER-DIV
                       COMPUTE WS-TAPE-RESULT ROUNDED =
                           WS-TAPE-BEFORE / WS-TAPE-FIGURE
                           ON SIZE ERROR PERFORM TAPE-OVERFLOW
                       END-COMPUTE
               END-EVALUATE
           END-IF
           IF WS-NUMERIC-OK
               MOVE WS-OPER-WK TO TL-OPER
               MOVE WS-TAPE-FIGURE TO TL-FIGURE
               MOVE WS-TAPE-BEFORE TO TL-ACCUM-BEFORE
               MOVE WS-TAPE-RESULT TO TL-ACCUM-AFTER
               MOVE WS-TAPE-RESULT TO TC-ACCUM
               PERFORM ADD-TAPE-LINE
           END-IF.

       TAPE-OVERFLOW.
           MOVE 'OVF' TO WS-MSG-LOOKUP-CODE
           PERFORM LOOKUP-MESSAGE
           MOVE WS-MSG-RESULT TO MESSAGEO
           SET WS-NUMERIC-BAD TO TRUE.

      * A subtotal prints the accumulator and leaves it standing.
       TAPE-SUBTOTAL.
           IF TC-LINE-COUNT = 0
               PERFORM TAPE-IS-EMPTY
           ELSE
               MOVE TC-ACCUM TO WS-TAPE-BEFORE WS-TAPE-FIGURE
                   WS-TAPE-RESULT
               MOVE 'SBTL' TO TL-OPER
               PERFORM ADD-COMMAND-LINE
           END-IF.

      * A total prints the accumulator and clears it to zero.
       TAPE-TOTAL.
           IF TC-LINE-COUNT = 0
               PERFORM TAPE-IS-EMPTY
           ELSE
               MOVE TC-ACCUM TO WS-TAPE-BEFORE WS-TAPE-FIGURE
               MOVE ZERO TO WS-TAPE-RESULT TC-ACCUM
               MOVE 'TOTL' TO TL-OPER
               PERFORM ADD-COMMAND-LINE
           END-IF.

       ADD-COMMAND-LINE.
           MOVE WS-TAPE-FIGURE TO TL-FIGURE
           MOVE WS-TAPE-BEFORE TO TL-ACCUM-BEFORE
           MOVE WS-TAPE-RESULT TO TL-ACCUM-AFTER
           PERFORM ADD-TAPE-LINE
           PERFORM LOG-TAPE-ENTRY.

      * UNDO takes the last line off the tape and puts the
      * accumulator back where it stood before it.  The entry being
      * taken back stays on the audit trail and in CTLMSTR alike,
      * and the UN entry logged for the undo posts nothing, so the
      * two sides still agree.  The balance carried forward from a
      * printed tape is not an entry and cannot be taken back.
       TAPE-UNDO.
           IF TC-LINE-COUNT > 0
               COMPUTE WS-TAPE-ITEM = TC-LINE-COUNT + 1
               EXEC CICS READQ TS
                   QUEUE(WS-TAPE-QUEUE)
                   INTO(WS-TAPE-LINE)
                   ITEM(WS-TAPE-ITEM)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF TC-LINE-COUNT = 0 OR WS-RESP NOT = DFHRESP(NORMAL)
              OR TL-CARRIED-FORWARD
               MOVE 'TUN' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           ELSE
               MOVE TC-ACCUM TO WS-TAPE-BEFORE
               MOVE TL-FIGURE TO WS-TAPE-FIGURE
               MOVE TL-ACCUM-BEFORE TO WS-TAPE-RESULT TC-ACCUM
               SUBTRACT 1 FROM TC-LINE-COUNT
               PERFORM SAVE-TAPE-CONTROL
               PERFORM LOG-TAPE-ENTRY
           END-IF.

      * The tape goes to the TAPQ print queue line by line under
      * one print stamp, headed for P04AS27 with the operator and
      * terminal.  A fresh tape then starts, carrying forward any
      * balance still standing in the accumulator.
       TAPE-PRINT.
           IF TC-LINE-COUNT = 0
               PERFORM TAPE-IS-EMPTY
           ELSE
               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-TQ-TERM-ID TO AUD-TERM-ID
               PERFORM GET-SESSION-OPERATOR
               MOVE SPACES TO TAPE-PRINT-RECORD
               MOVE WS-TQ-TERM-ID TO TAP-TERM-ID
               MOVE AUD-USER-ID TO TAP-USER-ID
               MOVE WS-CT-DATE TO TAP-PRINT-DATE
               MOVE WS-CT-TIME TO TAP-PRINT-TIME
               MOVE ZERO TO WS-TAPE-PRINTED
               PERFORM PRINT-TAPE-LINE
                   VARYING WS-TAPE-ITEM FROM 2 BY 1
                   UNTIL WS-TAPE-ITEM > TC-LINE-COUNT + 1
               MOVE TC-ACCUM TO WS-TAPE-BEFORE WS-TAPE-RESULT
               MOVE WS-TAPE-PRINTED TO WS-TAPE-FIGURE
               MOVE ZERO TO TC-LINE-COUNT
               IF TC-ACCUM = 0
                   PERFORM SAVE-TAPE-CONTROL
               ELSE
                   MOVE 'FWD ' TO TL-OPER
                   MOVE TC-ACCUM TO TL-FIGURE TL-ACCUM-BEFORE
                       TL-ACCUM-AFTER
                   PERFORM ADD-TAPE-LINE
               END-IF
               PERFORM LOG-TAPE-ENTRY
               MOVE 'TPR' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF.

       PRINT-TAPE-LINE.
           EXEC CICS READQ TS
               QUEUE(WS-TAPE-QUEUE)
               INTO(WS-TAPE-LINE)
               ITEM(WS-TAPE-ITEM)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-TAPE-PRINTED
               MOVE WS-TAPE-PRINTED TO TAP-LINE-NO
               MOVE TL-OPER TO TAP-OPER
               MOVE TL-FIGURE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO TAP-FIGURE
               MOVE TL-ACCUM-AFTER TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO TAP-ACCUM
               MOVE TL-ENTRY-TIME TO TAP-ENTRY-TIME
               EXEC CICS WRITEQ TD
                   QUEUE('TAPQ')
                   FROM(TAPE-PRINT-RECORD)
                   LENGTH(LENGTH OF TAPE-PRINT-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

       TAPE-IS-EMPTY.
           MOVE 'TMT' TO WS-MSG-LOOKUP-CODE
           PERFORM LOOKUP-MESSAGE
           MOVE WS-MSG-RESULT TO MESSAGEO.

      * WS-TAPE-LINE is filled by the caller.  A line beyond the
      * queue's high-water mark is written; one an UNDO has freed
      * is rewritten in place.
       ADD-TAPE-LINE.
           IF WS-TAPE-NEW
               PERFORM SAVE-TAPE-CONTROL
           END-IF
           MOVE WS-CT-TIME TO TL-ENTRY-TIME
           ADD 1 TO TC-LINE-COUNT
           COMPUTE WS-TAPE-ITEM = TC-LINE-COUNT + 1
           IF WS-TAPE-ITEM > TC-ITEM-HIGH
               EXEC CICS WRITEQ TS
                   QUEUE(WS-TAPE-QUEUE)
                   FROM(WS-TAPE-LINE)
                   LENGTH(LENGTH OF WS-TAPE-LINE)
                   ITEM(WS-TAPE-ITEM)
                   RESP(WS-RESP)
               END-EXEC
               MOVE WS-TAPE-ITEM TO TC-ITEM-HIGH
           ELSE
               EXEC CICS WRITEQ TS
                   QUEUE(WS-TAPE-QUEUE)
                   FROM(WS-TAPE-LINE)
                   LENGTH(LENGTH OF WS-TAPE-LINE)
                   ITEM(WS-TAPE-ITEM)
                   REWRITE
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           PERFORM SAVE-TAPE-CONTROL.

       SAVE-TAPE-CONTROL.
           MOVE 1 TO WS-TAPE-ITEM
           IF WS-TAPE-FOUND
               EXEC CICS WRITEQ TS
                   QUEUE(WS-TAPE-QUEUE)
                   FROM(WS-TAPE-CONTROL)
                   LENGTH(LENGTH OF WS-TAPE-CONTROL)
                   ITEM(WS-TAPE-ITEM)
                   REWRITE
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TS
                   QUEUE(WS-TAPE-QUEUE)
                   FROM(WS-TAPE-CONTROL)
                   LENGTH(LENGTH OF WS-TAPE-CONTROL)
                   ITEM(WS-TAPE-ITEM)
                   RESP(WS-RESP)
               END-EXEC
               SET WS-TAPE-FOUND TO TRUE
           END-IF.

      * Tape entries log as CTAP: AUD-INPUT1 the accumulator before,
      * AUD-INPUT2 the figure, AUD-RESULT the accumulator after.  A
      * rejected entry posts nothing to CTLMSTR, so it logs with no
      * operation code - as P04AS01's rejects do - and P04AS05 does
      * not count it; what was keyed is kept in AUD-INPUT2.
       LOG-TAPE-ENTRY.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-TQ-TERM-ID TO AUD-TERM-ID
           PERFORM GET-SESSION-OPERATOR
           MOVE WS-CT-DATE TO AUD-DATE
           MOVE WS-CT-TIME TO AUD-TIME
           SET AUD-CALC-TAPE TO TRUE
           MOVE WS-TAPE-BEFORE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO AUD-INPUT1
           IF WS-NUMERIC-OK
               MOVE WS-OPER-WK TO AUD-OPER-CODE
               IF WS-OPER-PRINT
                   MOVE WS-TAPE-FIGURE TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO AUD-INPUT2
               ELSE
                   MOVE WS-TAPE-FIGURE TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO AUD-INPUT2
               END-IF
               MOVE WS-TAPE-RESULT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO AUD-RESULT
               MOVE 'OK ' TO AUD-STATUS
           ELSE
               MOVE WS-FIG-TEXT TO AUD-INPUT2
               MOVE SPACES TO AUD-RESULT
               MOVE WS-MSG-LOOKUP-CODE TO AUD-STATUS
           END-IF
           PERFORM WRITE-AUDIT-ENTRY.

      * Oldest of the last six lines at the top, newest at the
      * bottom, as the tape would read.
       FORMAT-TAPE-DISPLAY.
           MOVE TC-ACCUM TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO ACCUMO
           MOVE SPACES TO WS-SHOW-TABLE
           COMPUTE WS-SHOW-FIRST = TC-LINE-COUNT - 5
           IF WS-SHOW-FIRST < 1
               MOVE 1 TO WS-SHOW-FIRST
           END-IF
           MOVE ZERO TO WS-SHOW-SUB
           PERFORM SHOW-TAPE-LINE
               VARYING WS-SHOW-NO FROM WS-SHOW-FIRST BY 1
               UNTIL WS-SHOW-NO > TC-LINE-COUNT
           MOVE WS-SHOW-ROW (1) TO TAPLN1O
           MOVE WS-SHOW-ROW (2) TO TAPLN2O
           MOVE WS-SHOW-ROW (3) TO TAPLN3O
           MOVE WS-SHOW-ROW (4) TO TAPLN4O
           MOVE WS-SHOW-ROW (5) TO TAPLN5O
           MOVE WS-SHOW-ROW (6) TO TAPLN6O.

       SHOW-TAPE-LINE.
           MOVE WS-SHOW-NO TO SL-LINE-NO
           COMPUTE WS-TAPE-ITEM = WS-SHOW-NO + 1
           EXEC CICS READQ TS
               QUEUE(WS-TAPE-QUEUE)
               INTO(WS-TAPE-LINE)
               ITEM(WS-TAPE-ITEM)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-SHOW-SUB
               MOVE TL-OPER TO SL-OPER
               MOVE TL-FIGURE TO SL-FIGURE
               MOVE TL-ACCUM-AFTER TO SL-ACCUM
               MOVE WS-SHOW-LINE TO WS-SHOW-ROW (WS-SHOW-SUB)
           END-IF.

       SEND-CALMSET-MAP.
           MOVE OPERI TO OPERO
           MOVE INPUT1I TO INPUT1O

       INIT-CALMSET.
           MOVE SPACES TO CALMAPO
           MOVE 'PF1=HELP  ADD SUB MULT DIV  SBTL TOTL UNDO PRNT'
               TO MESSAGEO
           PERFORM LOAD-TAPE
           PERFORM FORMAT-TAPE-DISPLAY
           EXEC CICS SEND MAP('CALMAP')
               MAPSET('CALMSET')
               FROM(CALMAPO)
