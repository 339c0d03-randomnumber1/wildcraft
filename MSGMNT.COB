      * problem reaches every operator at their next sign-on
      * instead of one desk at a time.  I shows what is up, C sets
      * or replaces it (optional expiry date, blank = stands until
      * cleared), D takes it down.  Every set, replace and clear
      * writes a before/after image to the REFQ audit queue (see
      * LOG-BCAST-CHANGE), so a notice put up and taken down again
      * between two sign-ons still shows on P04AS31's report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGMNT.

           88  WS-AUTHORIZED           VALUE 'Y'.
           88  WS-NOT-AUTHORIZED       VALUE 'N'.

      * The broadcast as it stood before the update, and what kind
      * of update it was, for the REFQ audit entry.
       01  WS-RA-FUNCTION          PIC X(01).
       01  WS-BEFORE-IMAGE         PIC X(88).

       01  WS-MOTD-KEY             PIC X(04) VALUE 'MOTD'.

       01  WS-SETBY-DISPLAY.

       01  WS-MSGMNT-TIMESTAMP.
           05  WS-MM-DATE              PIC X(08).
           05  WS-MM-TIME              PIC X(06).
           05  FILLER                  PIC X(07).

      * Per-terminal session record SIGNON keeps - read back and
      * refreshed on every pass, the same liveness check the menu
           COPY SESNREC.

           COPY MSGCODES.
           COPY REFAUD.

       PROCEDURE DIVISION.

               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE BROADCAST-RECORD TO WS-BEFORE-IMAGE
               MOVE 'C' TO WS-RA-FUNCTION
               PERFORM FILL-BCAST-FIELDS
               EXEC CICS REWRITE FILE('BCSTMSTR')
                   FROM(BROADCAST-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE 'A' TO WS-RA-FUNCTION
               MOVE SPACES TO BROADCAST-RECORD
               MOVE WS-MOTD-KEY TO BCST-ID
               PERFORM FILL-BCAST-FIELDS
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM LOG-BCAST-CHANGE
               MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
           ELSE
               MOVE 'BSW' TO WS-MSG-LOOKUP-CODE
           END-IF
           PERFORM LOOKUP-MESSAGE
           MOVE WS-MSG-RESULT TO MESSAGEO.

           MOVE FUNCTION CURRENT-DATE TO WS-MSGMNT-TIMESTAMP
           MOVE WS-MM-DATE TO BCST-SET-DATE.

      * Read for update first so the audit entry carries the text
      * that was taken down.
       DO-BCAST-CLEAR.
           EXEC CICS READ FILE('BCSTMSTR')
               INTO(BROADCAST-RECORD)
               RIDFLD(WS-MOTD-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE BROADCAST-RECORD TO WS-BEFORE-IMAGE
               EXEC CICS DELETE FILE('BCSTMSTR')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'D' TO WS-RA-FUNCTION
               PERFORM LOG-BCAST-CHANGE
               MOVE SPACES TO BTEXTO
               MOVE SPACES TO EXPDTO
               MOVE SPACES TO SETBYO
           PERFORM LOOKUP-MESSAGE
           MOVE WS-MSG-RESULT TO MESSAGEO.

      * One REFQ entry per successful update - before and after
      * images of the broadcast record, stamped with who did it,
      * where, and when.  A clear carries spaces for the after
      * image.  Inquiries and rejected updates write nothing.
       LOG-BCAST-CHANGE.
           MOVE SPACES TO REF-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-MSGMNT-TIMESTAMP
           MOVE WS-MM-DATE TO RA-DATE
           MOVE WS-MM-TIME TO RA-TIME
           MOVE WS-CA-TERM-ID TO RA-TERM-ID
           MOVE WS-CA-USER-ID TO RA-USER-ID
           MOVE 'BCSTMSTR' TO RA-FILE-ID
           MOVE WS-RA-FUNCTION TO RA-FUNCTION
           MOVE WS-MOTD-KEY TO RA-KEY
           MOVE WS-BEFORE-IMAGE TO RA-BEFORE-IMAGE
           IF NOT RA-DELETE
               MOVE BROADCAST-RECORD TO RA-AFTER-IMAGE
           END-IF
           EXEC CICS WRITEQ TD
               QUEUE('REFQ')
               FROM(REF-AUDIT-RECORD)
               LENGTH(LENGTH OF REF-AUDIT-RECORD)
           END-EXEC.

       SEND-MSGMNT-MAP.
           MOVE 'BROADCAST MESSAGE' TO TITLEO
           EXEC CICS SEND MAP('MSGMNT')
