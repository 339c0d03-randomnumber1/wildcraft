      * effective date.  Every function verifies the employee id on
      * EMPMSTR first so compensation can never be keyed for an id
      * payroll has no employee for.  Delete is supervisor-only, the
      * same gate EMPMAINT puts on its delete.  Every add, change and
      * delete that actually lands on COMPMSTR also writes a COMPHIST
      * history record (CHSTREC) with the old and new values, who
      * keyed it and from which terminal - COMPMSTR itself only ever
      * holds the current rate.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCMNT.


           COPY EMPREC.
           COPY COMPREC.
           COPY CHSTREC.

      * COMMAREA handed off by P04AS02 - same shape EMPMAINT
      * receives, so the browse-selection slot stays compatible even
           88  WS-FIELDS-VALID         VALUE 'Y'.
           88  WS-FIELDS-INVALID       VALUE 'N'.

       01  WS-HIST-DONE-SW         PIC X(01).
           88  WS-HIST-DONE            VALUE 'Y'.
           88  WS-HIST-NOT-DONE        VALUE 'N'.
       01  WS-EMPCMNT-TIMESTAMP.
           05  WS-EC-DATE              PIC X(08).
           05  WS-EC-TIME              PIC X(06).
           05  FILLER                  PIC X(07).

       01  WS-EMP-NAME-DISPLAY.
           05  WS-EN-LAST          PIC X(20).
           05  WS-EN-FIRST         PIC X(15).
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM START-COMP-HISTORY
                       PERFORM TAKE-NEW-COMP-VALUES
                       SET CH-ADD TO TRUE
                       PERFORM LOG-COMP-CHANGE
                       MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
                   ELSE
                       MOVE 'CDP' TO WS-MSG-LOOKUP-CODE
                       PERFORM LOOKUP-MESSAGE
                       MOVE WS-MSG-RESULT TO MESSAGEO
                   ELSE
                       PERFORM START-COMP-HISTORY
                       PERFORM TAKE-OLD-COMP-VALUES
                       PERFORM FILL-COMP-FIELDS
                       EXEC CICS REWRITE FILE('COMPMSTR')
                           FROM(COMPENSATION-RECORD)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           PERFORM TAKE-NEW-COMP-VALUES
                           SET CH-CHANGE TO TRUE
                           PERFORM LOG-COMP-CHANGE
                       END-IF
                       MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
                       PERFORM LOOKUP-MESSAGE
                       MOVE WS-MSG-RESULT TO MESSAGEO
               END-IF
           END-IF.

      * The record is read for update first so the values being
      * removed can go on the history record - a deleted rate is
      * still a rate someone was paid.
       DO-COMP-DELETE.
           EXEC CICS READ FILE('COMPMSTR')
               INTO(COMPENSATION-RECORD)
               RIDFLD(EMPIDI)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM START-COMP-HISTORY
               PERFORM TAKE-OLD-COMP-VALUES
               EXEC CICS DELETE FILE('COMPMSTR')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               SET CH-DELETE TO TRUE
               PERFORM LOG-COMP-CHANGE
               MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
           ELSE
               MOVE 'CNF' TO WS-MSG-LOOKUP-CODE
           PERFORM LOOKUP-MESSAGE
           MOVE WS-MSG-RESULT TO MESSAGEO.

      * An add has no old values and a delete no new ones - those
      * sides stay zero rate and blank frequency/date.
       START-COMP-HISTORY.
           MOVE SPACES TO COMP-HISTORY-RECORD
           MOVE ZERO TO CH-OLD-RATE
           MOVE ZERO TO CH-NEW-RATE.

       TAKE-OLD-COMP-VALUES.
           MOVE COMP-PAY-RATE TO CH-OLD-RATE
           MOVE COMP-PAY-FREQ TO CH-OLD-FREQ
           MOVE COMP-EFF-DATE TO CH-OLD-EFF-DATE.

       TAKE-NEW-COMP-VALUES.
           MOVE COMP-PAY-RATE TO CH-NEW-RATE
           MOVE COMP-PAY-FREQ TO CH-NEW-FREQ
           MOVE COMP-EFF-DATE TO CH-NEW-EFF-DATE.

      * One COMPHIST record per update that landed, stamped with
      * who did it, where, and when, and the department the
      * employee sat in at the time.  Two changes to the same
      * employee inside one second bump the sequence and retry
      * rather than losing the second one.
       LOG-COMP-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-EMPCMNT-TIMESTAMP
           MOVE EMPIDI TO CH-EMP-ID
           MOVE WS-EC-DATE TO CH-DATE
           MOVE WS-EC-TIME TO CH-TIME
           MOVE ZERO TO CH-SEQ
           MOVE WS-CA-USER-ID TO CH-USER-ID
           MOVE WS-CA-TERM-ID TO CH-TERM-ID
           MOVE SPACES TO CH-DEPT
           EXEC CICS READ FILE('EMPMSTR')
               INTO(EMPLOYEE-RECORD)
               RIDFLD(EMPIDI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE EMP-DEPT TO CH-DEPT
           END-IF
           SET WS-HIST-NOT-DONE TO TRUE
           PERFORM WRITE-COMP-HISTORY
               UNTIL WS-HIST-DONE OR CH-SEQ > 98.

       WRITE-COMP-HISTORY.
           EXEC CICS WRITE FILE('COMPHIST')
               FROM(COMP-HISTORY-RECORD)
               RIDFLD(CH-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC)
               ADD 1 TO CH-SEQ
           ELSE
               SET WS-HIST-DONE TO TRUE
           END-IF.

      * Compensation is only ever keyed against an id EMPMSTR knows -
      * the employee's name comes back on screen as confirmation the
      * operator has the right record.
