      * nothing recompiles.  The exit option ('99', blank program)
      * is data like everything else - deleting it would leave the
      * floor no way off the menu, so think before using D on it.
      * Every add, change and delete writes a before/after image to
      * the REFQ audit queue (see LOG-MENU-CHANGE) - an option's
      * MENU-AUTH is the authority check itself, so who moved it
      * and from what is printed first thing on P04AS31's report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUMNT.

           88  WS-AUTHORIZED           VALUE 'Y'.
           88  WS-NOT-AUTHORIZED       VALUE 'N'.

      * The option as it stood before the update, and what kind of
      * update it was, for the REFQ audit entry.
       01  WS-RA-FUNCTION          PIC X(01).
       01  WS-BEFORE-IMAGE         PIC X(50).
       01  WS-MENUMNT-TIMESTAMP.
           05  WS-MN-DATE              PIC X(08).
           05  WS-MN-TIME              PIC X(06).
           05  FILLER                  PIC X(07).

      * Per-terminal session record SIGNON keeps - read back and
      * refreshed on every pass, the same liveness check the menu
      * makes, so a session the idle sweep dropped cannot keep
           COPY SESNREC.

           COPY MSGCODES.
           COPY REFAUD.

       PROCEDURE DIVISION.

                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE 'A' TO WS-RA-FUNCTION
                   PERFORM LOG-MENU-CHANGE
                   MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
               ELSE
                   MOVE 'MDP' TO WS-MSG-LOOKUP-CODE
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               ELSE
                   MOVE MENU-OPTION-RECORD TO WS-BEFORE-IMAGE
                   PERFORM FILL-MENU-FIELDS
                   EXEC CICS REWRITE FILE('MENUMSTR')
                       FROM(MENU-OPTION-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'C' TO WS-RA-FUNCTION
                       PERFORM LOG-MENU-CHANGE
                       MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
                   ELSE
                       MOVE 'MNF' TO WS-MSG-LOOKUP-CODE
                   END-IF
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               END-IF
           END-IF.

      * Read for update first so the audit entry carries what was
      * taken off the menu.
       DO-MENU-DELETE.
           EXEC CICS READ FILE('MENUMSTR')
               INTO(MENU-OPTION-RECORD)
               RIDFLD(MCODEI)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE MENU-OPTION-RECORD TO WS-BEFORE-IMAGE
               EXEC CICS DELETE FILE('MENUMSTR')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'D' TO WS-RA-FUNCTION
               PERFORM LOG-MENU-CHANGE
               MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
           ELSE
               MOVE 'MNF' TO WS-MSG-LOOKUP-CODE
           MOVE MAUTHI TO MENU-AUTH
           MOVE MFUNCI TO MENU-FUNC.

      * One REFQ entry per successful update - before and after
      * images of the whole option record, stamped with who did it,
      * where, and when.  A delete carries spaces for the after
      * image.  Inquiries and rejected updates write nothing.
       LOG-MENU-CHANGE.
           MOVE SPACES TO REF-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-MENUMNT-TIMESTAMP
           MOVE WS-MN-DATE TO RA-DATE
           MOVE WS-MN-TIME TO RA-TIME
           MOVE WS-CA-TERM-ID TO RA-TERM-ID
           MOVE WS-CA-USER-ID TO RA-USER-ID
           MOVE 'MENUMSTR' TO RA-FILE-ID
           MOVE WS-RA-FUNCTION TO RA-FUNCTION
           MOVE MCODEI TO RA-KEY
           MOVE WS-BEFORE-IMAGE TO RA-BEFORE-IMAGE
           IF NOT RA-DELETE
               MOVE MENU-OPTION-RECORD TO RA-AFTER-IMAGE
           END-IF
           EXEC CICS WRITEQ TD
               QUEUE('REFQ')
               FROM(REF-AUDIT-RECORD)
               LENGTH(LENGTH OF REF-AUDIT-RECORD)
           END-EXEC.

       SEND-MENUMNT-MAP.
           MOVE 'MENU OPTION MAINTENANCE' TO TITLEO
           MOVE MCODEI TO MCODEO
