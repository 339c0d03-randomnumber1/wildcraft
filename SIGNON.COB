      * employee menu is ever displayed (request 007); failed
      * attempts are logged and lock the operator out after three
      * tries, using the same LCK/SGN messages the menu reports.
      * A good sign-on stamps its date and terminal on the operator
      * record - the activity the P04AS25 recertification report
      * and dormant-account lockout work from.  An operator whose
      * id already holds a live session at another terminal is
      * turned away with that terminal named, unless a supervisor
      * keys their own id and password in SUPVID/SUPVPW to end the
      * old session; both the refusal and the override go to the
      * SGNQ audit as SGNC entries for the P04AS07 report.  A
      * session left from an earlier day or idle past the SESSWEEP
      * limit is not live - it is ended there and then, with the
      * same SGNT timeout entry the sweep would have written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.

	   02  FILLER REDEFINES PASSWDF.
	       03  PASSWDA			      PIC X.
	   02  PASSWDI				      PIC X(008).
	   02  SUPVIDL				      PIC S9(4) COMP-4.
	   02  SUPVIDF				      PIC X.
	   02  FILLER REDEFINES SUPVIDF.
	       03  SUPVIDA			      PIC X.
	   02  SUPVIDI				      PIC X(008).
	   02  SUPVPWL				      PIC S9(4) COMP-4.
	   02  SUPVPWF				      PIC X.
	   02  FILLER REDEFINES SUPVPWF.
	       03  SUPVPWA			      PIC X.
	   02  SUPVPWI				      PIC X(008).
	   02  MESSAGEL				      PIC S9(4) COMP-4.
	   02  MESSAGEF				      PIC X.
	   02  FILLER REDEFINES MESSAGEF.
	   02  PASSWDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SUPVIDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SUPVPWO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MESSAGEO			      PIC X(050).

           COPY OPERREC.
           COPY BCSTREC.

      * The operator's record is set aside here while the
      * supervisor's is read to vouch for an override.
       01  WS-SAVE-OPER-RECORD     PIC X(64).
       01  WS-SUPV-AUTH-LEVEL      PIC 9(02) VALUE 90.

      * COMMAREA passed on to P04AS02 once sign-on succeeds, so the
      * menu (and anything it XCTLs to) knows which operator/terminal
      * is running - and at what authority - without asking again.
           05  WS-SQ-TERM-ID       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.

      * CALMSET's running-total tape for the terminal, TAPtttt - it
      * belongs to the session, so a new sign-on starts a clean one.
       01  WS-TAPE-QUEUE.
           05  FILLER              PIC X(03) VALUE 'TAP'.
           05  WS-TQ-TERM-ID       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.

           COPY SESNREC.

      * Concurrent sign-on check - another terminal on the roster
      * whose session belongs to the operator signing on here.
       01  WS-THIS-TERM-ID         PIC X(04).
       01  WS-OTHER-TERM-ID        PIC X(04).
       01  WS-OTHER-SESSION-QUEUE.
           05  FILLER              PIC X(03) VALUE 'SGN'.
           05  WS-OQ-TERM-ID       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
       01  WS-SESSION-ITEM         PIC S9(4) COMP VALUE 1.
       01  WS-OTHER-TAPE-QUEUE.
           05  FILLER              PIC X(03) VALUE 'TAP'.
           05  WS-OT-TERM-ID       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
       01  WS-ELSEWHERE-SW         PIC X(01).
           88  WS-SIGNED-ON-ELSEWHERE  VALUE 'Y'.
           88  WS-NOT-ELSEWHERE        VALUE 'N'.

      * The SESSWEEP idle rule - another session of this operator's
      * counts only if it was active today within the limit.
       01  WS-IDLE-LIMIT-MINS      PIC 9(04) VALUE 60.
       01  WS-NOW-MINS             PIC S9(08) COMP.
       01  WS-LAST-MINS            PIC S9(08) COMP.
       01  WS-TIME-SPLIT.
           05  WS-TS-HH            PIC 9(02).
           05  WS-TS-MM            PIC 9(02).
           05  FILLER              PIC X(02).
       01  WS-CONC-STATUS          PIC X(03).
           88  WS-CONC-REFUSED         VALUE 'SGA'.
           88  WS-CONC-BAD-OVERRIDE    VALUE 'SGV'.
           88  WS-CONC-OVERRIDDEN      VALUE 'OVR'.

      * Roster of terminals holding a session queue - SESSWEEP has
      * no way to guess queue names, so every sign-on registers its
      * terminal here (once) and the sweep walks this list.
           EXEC CICS READ FILE('OPERMSTR')
               INTO(OPERATOR-RECORD)
               RIDFLD(USERIDI)
               UPDATE
               RESP(WS-RESP)
           END-EXEC

                       PERFORM BUMP-FAIL-COUNT
                       PERFORM LOG-SIGNON-FAILURE
                   ELSE
                       PERFORM CHECK-CONCURRENT-SIGNON
                   END-IF
                   IF MSG-OK
                       MOVE 0 TO OPER-FAIL-COUNT
                       MOVE FUNCTION CURRENT-DATE
                           TO WS-SIGNON-TIMESTAMP
                       MOVE WS-ST-DATE TO OPER-LAST-SGN-DATE
                       EXEC CICS ASSIGN
                           TERMID(OPER-LAST-SGN-TERM)
                       END-EXEC
                       EXEC CICS REWRITE FILE('OPERMSTR')
                           FROM(OPERATOR-RECORD)
                           RESP(WS-RESP)
               MOVE WS-MSG-CODE-WK TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
               IF MSG-SIGNED-ON-ELSEWHERE
                   STRING FUNCTION TRIM(WS-MSG-RESULT)
                          DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-OTHER-TERM-ID DELIMITED BY SIZE
                       INTO MESSAGEO
               END-IF
           END-IF.

      * The password is good; the operator may still be signed on
      * somewhere else.  Every terminal on the roster other than
      * this one is looked at - the session record there says who
      * holds it.  A live session elsewhere refuses this sign-on
      * unless a supervisor vouches for it, in which case the old
      * session (and its calculator tape) is ended so the next key
      * pressed at that terminal lands back on this screen.  The
      * operator's record is released on a refusal - nothing about
      * the account changes, since the password was right.
       CHECK-CONCURRENT-SIGNON.
           EXEC CICS ASSIGN
               TERMID(WS-THIS-TERM-ID)
           END-EXEC
           MOVE FUNCTION CURRENT-DATE TO WS-SIGNON-TIMESTAMP
           MOVE WS-ST-TIME TO WS-TIME-SPLIT
           COMPUTE WS-NOW-MINS = WS-TS-HH * 60 + WS-TS-MM
           SET WS-NOT-ELSEWHERE TO TRUE
           MOVE 1 TO WS-ROSTER-TS-ITEM
           MOVE DFHRESP(NORMAL) TO WS-RESP
           PERFORM CHECK-ROSTER-SESSION
               UNTIL WS-SIGNED-ON-ELSEWHERE
                  OR WS-RESP NOT = DFHRESP(NORMAL)
           IF WS-SIGNED-ON-ELSEWHERE
               IF SUPVIDI = SPACES OR SUPVIDI = LOW-VALUES
                   SET WS-CONC-REFUSED TO TRUE
                   SET MSG-SIGNED-ON-ELSEWHERE TO TRUE
               ELSE
                   PERFORM CHECK-SUPERVISOR-OVERRIDE
               END-IF
               IF WS-CONC-OVERRIDDEN
                   PERFORM END-OTHER-SESSION
               ELSE
                   EXEC CICS UNLOCK FILE('OPERMSTR')
                   END-EXEC
               END-IF
               PERFORM LOG-CONCURRENT-SIGNON
           END-IF.

       CHECK-ROSTER-SESSION.
           EXEC CICS READQ TS
               QUEUE('SGNROSTR')
               INTO(WS-ROSTER-ITEM)
               ITEM(WS-ROSTER-TS-ITEM)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-ROSTER-TS-ITEM
               IF WS-ROSTER-ITEM NOT = WS-THIS-TERM-ID
                   MOVE WS-ROSTER-ITEM TO WS-OQ-TERM-ID
                   MOVE SPACES TO TERMINAL-SESSION-RECORD
                   EXEC CICS READQ TS
                       QUEUE(WS-OTHER-SESSION-QUEUE)
                       INTO(TERMINAL-SESSION-RECORD)
                       ITEM(WS-SESSION-ITEM)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                      AND SES-USER-ID = USERIDI
                       MOVE WS-ROSTER-ITEM TO WS-OTHER-TERM-ID
                       PERFORM CHECK-OTHER-SESSION-IDLE
                   END-IF
                   MOVE DFHRESP(NORMAL) TO WS-RESP
               END-IF
           END-IF.

      * The operator walked away from that terminal, or signed on
      * there on an earlier day, and SESSWEEP has not been round
      * yet - the session is dropped here as the sweep would drop
      * it, and the check moves on to the next terminal.
       CHECK-OTHER-SESSION-IDLE.
           IF SES-LAST-DATE = WS-ST-DATE
               MOVE SES-LAST-TIME TO WS-TIME-SPLIT
               COMPUTE WS-LAST-MINS = WS-TS-HH * 60 + WS-TS-MM
               IF WS-NOW-MINS - WS-LAST-MINS < WS-IDLE-LIMIT-MINS
                   SET WS-SIGNED-ON-ELSEWHERE TO TRUE
               END-IF
           END-IF
           IF NOT WS-SIGNED-ON-ELSEWHERE
               PERFORM END-OTHER-SESSION
               PERFORM LOG-SESSION-TIMEOUT
           END-IF.

      * The override takes a supervisor's own id and password, not
      * just a supervisor's say-so - the same scrambled compare as
      * any sign-on, against a record that is not locked out and
      * carries supervisor authority.  A supervisor cannot vouch
      * for their own second session - that needs somebody else.
       CHECK-SUPERVISOR-OVERRIDE.
           SET WS-CONC-BAD-OVERRIDE TO TRUE
           IF SUPVIDI NOT = USERIDI
               MOVE OPERATOR-RECORD TO WS-SAVE-OPER-RECORD
               EXEC CICS READ FILE('OPERMSTR')
                   INTO(OPERATOR-RECORD)
                   RIDFLD(SUPVIDI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                  AND NOT OPER-LOCKED
                  AND OPER-AUTH-LEVEL IS NUMERIC
                  AND OPER-AUTH-LEVEL >= WS-SUPV-AUTH-LEVEL
                   MOVE SUPVPWI TO WS-SCRAM-INPUT
                   PERFORM SCRAMBLE-PASSWORD
                   IF WS-SCRAM-OUTPUT = OPER-PASSWORD
                       SET WS-CONC-OVERRIDDEN TO TRUE
                   END-IF
               END-IF
               MOVE WS-SAVE-OPER-RECORD TO OPERATOR-RECORD
           END-IF
           IF WS-CONC-BAD-OVERRIDE
               SET MSG-BAD-OVERRIDE TO TRUE
           END-IF.

       END-OTHER-SESSION.
           EXEC CICS DELETEQ TS
               QUEUE(WS-OTHER-SESSION-QUEUE)
               RESP(WS-RESP)
           END-EXEC
           MOVE WS-OTHER-TERM-ID TO WS-OT-TERM-ID
           EXEC CICS DELETEQ TS
               QUEUE(WS-OTHER-TAPE-QUEUE)
               RESP(WS-RESP)
           END-EXEC.

      * SGNT entry for a stale session ended at sign-on, laid out
      * as SESSWEEP's so the security report counts it the same.
       LOG-SESSION-TIMEOUT.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-ST-DATE TO AUD-DATE
           MOVE WS-ST-TIME TO AUD-TIME
           MOVE SES-TERM-ID TO AUD-TERM-ID
           MOVE SES-USER-ID TO AUD-USER-ID
           SET AUD-SIGNON-TIMEOUT TO TRUE
           MOVE 'TMO' TO AUD-STATUS
           EXEC CICS WRITEQ TD
               QUEUE('SGNQ')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
           END-EXEC.

      * SGNC entry - the terminal asked from, the operator, the
      * terminal already holding the session in AUD-INPUT1 and
      * the supervisor keyed (if any) in AUD-INPUT2; AUD-STATUS
      * is SGA refused, SGV override refused or OVR overridden.
       LOG-CONCURRENT-SIGNON.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-THIS-TERM-ID TO AUD-TERM-ID
           MOVE FUNCTION CURRENT-DATE TO WS-SIGNON-TIMESTAMP
           MOVE WS-ST-DATE TO AUD-DATE
           MOVE WS-ST-TIME TO AUD-TIME
           MOVE USERIDI TO AUD-USER-ID
           SET AUD-SIGNON-CONCURRENT TO TRUE
           MOVE WS-OTHER-TERM-ID TO AUD-INPUT1
           IF SUPVIDI NOT = LOW-VALUES
               MOVE SUPVIDI TO AUD-INPUT2
           END-IF
           MOVE WS-CONC-STATUS TO AUD-STATUS
           EXEC CICS WRITEQ TD
               QUEUE('SGNQ')
               FROM(AUDIT-RECORD)
               LENGTH(LENGTH OF AUDIT-RECORD)
           END-EXEC.

      * A password that validated can still be stale.  The forced-
      * change switch wins outright; otherwise the age in days since
      * OPER-PSWD-DATE is measured against OPER-PSWD-DAYS (zero means
      * One item per terminal, replaced at each sign-on - delete
      * first so the queue never grows past a single record.  The
      * last-activity stamp starts at sign-on time; the menu
      * refreshes it on every selection.  Any calculator tape the
      * last session left at the terminal goes with it.
       WRITE-TERMINAL-SESSION.
           MOVE WS-CA-TERM-ID TO WS-SQ-TERM-ID
           MOVE FUNCTION CURRENT-DATE TO WS-SIGNON-TIMESTAMP
               LENGTH(LENGTH OF TERMINAL-SESSION-RECORD)
               RESP(WS-RESP)
           END-EXEC
           MOVE WS-CA-TERM-ID TO WS-TQ-TERM-ID
           EXEC CICS DELETEQ TS
               QUEUE(WS-TAPE-QUEUE)
               RESP(WS-RESP)
           END-EXEC
           PERFORM ADD-TO-SESSION-ROSTER.

      * The roster only ever gains a terminal id it doesn't already
           ADD 1 TO OPER-FAIL-COUNT
           IF OPER-FAIL-COUNT >= WS-MAX-ATTEMPTS
               SET OPER-LOCKED TO TRUE
               SET OPER-LOCK-FAILURES TO TRUE
               SET MSG-LOCKED-OUT TO TRUE
           END-IF
           EXEC CICS REWRITE FILE('OPERMSTR')
           MOVE 'OPERATOR SIGN-ON' TO TITLEO
           MOVE USERIDI TO USERIDO
           MOVE SPACES TO PASSWDO
           MOVE SPACES TO SUPVIDO
           MOVE SPACES TO SUPVPWO
           EXEC CICS SEND MAP('SIGNMAP')
               MAPSET('SIGNON')
               FROM(SIGNMAPO)
