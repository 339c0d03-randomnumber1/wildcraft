      * XFERMNT - pending department-transfer inquiry and cancel
      * transaction.  XCTL'd from P04AS02 like EMPBROWS.  Lists the
      * transfers EMPMAINT's schedule-transfer function has put on
      * XFERMSTR and the nightly P04AS15 run has not yet applied,
      * optionally narrowed to one employee, one target department
      * and/or an effective-date range, with who keyed each one and
      * when; PF8 pages on, ENTER starts again from the top.  A
      * supervisor can key a listed transfer's employee id and
      * effective date with action C to move its effective date or
      * target department, or X (with a reason) to withdraw it
      * altogether - so a reorg that is called off no longer needs
      * records deleted by hand.  Every change and cancel writes an
      * EMPQ audit entry (EMPAUD.CPY, functions T and X) carrying the
      * transfer as it stood, so P04AS08 prints why a scheduled move
      * never happened.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERMNT.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * SYMBOLIC MAP of XFERMNT Created by CACXBMS Version 6.1.0002
       01  XFRMNTI.
           02  FILLER                            PIC X(12).
           02  TITLEL                            PIC S9(4) COMP-4.
           02  TITLEF                            PIC X.
           02  FILLER REDEFINES TITLEF.
               03  TITLEA                        PIC X.
           02  TITLEI                            PIC X(028).
           02  FEMPL                             PIC S9(4) COMP-4.
           02  FEMPF                             PIC X.
           02  FILLER REDEFINES FEMPF.
               03  FEMPA                         PIC X.
           02  FEMPI                             PIC X(006).
           02  FDEPTL                            PIC S9(4) COMP-4.
           02  FDEPTF                            PIC X.
           02  FILLER REDEFINES FDEPTF.
               03  FDEPTA                        PIC X.
           02  FDEPTI                            PIC X(004).
           02  FFROML                            PIC S9(4) COMP-4.
           02  FFROMF                            PIC X.
           02  FILLER REDEFINES FFROMF.
               03  FFROMA                        PIC X.
           02  FFROMI                            PIC X(008).
           02  FTOL                              PIC S9(4) COMP-4.
           02  FTOF                              PIC X.
           02  FILLER REDEFINES FTOF.
               03  FTOA                          PIC X.
           02  FTOI                              PIC X(008).
           02  LINE01L                           PIC S9(4) COMP-4.
           02  LINE01F                           PIC X.
           02  FILLER REDEFINES LINE01F.
               03  LINE01A                       PIC X.
           02  LINE01I                           PIC X(070).
           02  LINE02L                           PIC S9(4) COMP-4.
           02  LINE02F                           PIC X.
           02  FILLER REDEFINES LINE02F.
               03  LINE02A                       PIC X.
           02  LINE02I                           PIC X(070).
           02  LINE03L                           PIC S9(4) COMP-4.
           02  LINE03F                           PIC X.
           02  FILLER REDEFINES LINE03F.
               03  LINE03A                       PIC X.
           02  LINE03I                           PIC X(070).
           02  LINE04L                           PIC S9(4) COMP-4.
           02  LINE04F                           PIC X.
           02  FILLER REDEFINES LINE04F.
               03  LINE04A                       PIC X.
           02  LINE04I                           PIC X(070).
           02  LINE05L                           PIC S9(4) COMP-4.
           02  LINE05F                           PIC X.
           02  FILLER REDEFINES LINE05F.
               03  LINE05A                       PIC X.
           02  LINE05I                           PIC X(070).
           02  LINE06L                           PIC S9(4) COMP-4.
           02  LINE06F                           PIC X.
           02  FILLER REDEFINES LINE06F.
               03  LINE06A                       PIC X.
           02  LINE06I                           PIC X(070).
           02  LINE07L                           PIC S9(4) COMP-4.
           02  LINE07F                           PIC X.
           02  FILLER REDEFINES LINE07F.
               03  LINE07A                       PIC X.
           02  LINE07I                           PIC X(070).
           02  LINE08L                           PIC S9(4) COMP-4.
           02  LINE08F                           PIC X.
           02  FILLER REDEFINES LINE08F.
               03  LINE08A                       PIC X.
           02  LINE08I                           PIC X(070).
           02  SELEMPL                           PIC S9(4) COMP-4.
           02  SELEMPF                           PIC X.
           02  FILLER REDEFINES SELEMPF.
               03  SELEMPA                       PIC X.
           02  SELEMPI                           PIC X(006).
           02  SELDTL                            PIC S9(4) COMP-4.
           02  SELDTF                            PIC X.
           02  FILLER REDEFINES SELDTF.
               03  SELDTA                        PIC X.
           02  SELDTI                            PIC X(008).
           02  ACTL                              PIC S9(4) COMP-4.
           02  ACTF                              PIC X.
           02  FILLER REDEFINES ACTF.
               03  ACTA                          PIC X.
           02  ACTI                              PIC X(001).
           02  NEWDTL                            PIC S9(4) COMP-4.
           02  NEWDTF                            PIC X.
           02  FILLER REDEFINES NEWDTF.
               03  NEWDTA                        PIC X.
           02  NEWDTI                            PIC X(008).
           02  NEWDPTL                           PIC S9(4) COMP-4.
           02  NEWDPTF                           PIC X.
           02  FILLER REDEFINES NEWDPTF.
               03  NEWDPTA                       PIC X.
           02  NEWDPTI                           PIC X(004).
           02  REASONL                           PIC S9(4) COMP-4.
           02  REASONF                           PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONA                       PIC X.
           02  REASONI                           PIC X(030).
           02  MESSAGEL                          PIC S9(4) COMP-4.
           02  MESSAGEF                          PIC X.
           02  FILLER REDEFINES MESSAGEF.
               03  MESSAGEA                      PIC X.
           02  MESSAGEI                          PIC X(050).
       01  XFRMNTO REDEFINES XFRMNTI.
           02  FILLER                            PIC X(12).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  TITLEO                            PIC X(028).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  FEMPO                             PIC X(006).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  FDEPTO                            PIC X(004).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  FFROMO                            PIC X(008).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  FTOO                              PIC X(008).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  LINE01O                           PIC X(070).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  LINE02O                           PIC X(070).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  LINE03O                           PIC X(070).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  LINE04O                           PIC X(070).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  LINE05O                           PIC X(070).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  LINE06O                           PIC X(070).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  LINE07O                           PIC X(070).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  LINE08O                           PIC X(070).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  SELEMPO                           PIC X(006).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  SELDTO                            PIC X(008).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  ACTO                              PIC X(001).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  NEWDTO                            PIC X(008).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  NEWDPTO                           PIC X(004).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  REASONO                           PIC X(030).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  MESSAGEO                          PIC X(050).

           COPY XFERREC.
           COPY EMPREC.
           COPY DEPTREC.
           COPY EMPAUD.

      * COMMAREA - the first four fields arrive from P04AS02 in the
      * same shape every maintenance screen receives; the bottom
      * key is this screen's own paging state, carried across the
      * pseudo-conversation and blank on first entry from the menu.
       01  WS-XFERMNT-COMMAREA.
           05  WS-CA-FUNCTION      PIC X(01).
           05  WS-CA-USER-ID       PIC X(08).
           05  WS-CA-TERM-ID       PIC X(04).
           05  WS-CA-AUTH-LEVEL    PIC 9(02).
           05  WS-CA-BOT-KEY       PIC X(14).

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESTORE-RESP         PIC S9(8) COMP.
       01  WS-SUPV-AUTH-LEVEL      PIC 9(02) VALUE 90.
       01  WS-AUTHORIZED-SW        PIC X(01).
           88  WS-AUTHORIZED           VALUE 'Y'.
           88  WS-NOT-AUTHORIZED       VALUE 'N'.

       01  WS-FIELDS-VALID-SW      PIC X(01).
           88  WS-FIELDS-VALID         VALUE 'Y'.
           88  WS-FIELDS-INVALID       VALUE 'N'.

       01  WS-XFER-KEY.
           05  WS-XK-EMP-ID        PIC X(06).
           05  WS-XK-EFF-DATE      PIC X(08).
       01  WS-NEW-XFER-KEY.
           05  WS-NK-EMP-ID        PIC X(06).
           05  WS-NK-EFF-DATE      PIC X(08).
       01  WS-BEFORE-IMAGE         PIC X(64).
       01  WS-EA-FUNCTION          PIC X(01).

       01  WS-BROWSE-DONE-SW       PIC X(01).
           88  WS-BROWSE-DONE          VALUE 'Y'.
           88  WS-BROWSE-MORE          VALUE 'N'.
       01  WS-BROWSE-OPEN-SW       PIC X(01).
           88  WS-BROWSE-OPEN          VALUE 'Y'.
           88  WS-BROWSE-CLOSED        VALUE 'N'.
       01  WS-SKIP-FIRST-SW        PIC X(01).
           88  WS-SKIP-FIRST           VALUE 'Y'.
           88  WS-NO-SKIP              VALUE 'N'.
       01  WS-BRW-KEY.
           05  WS-BK-EMP-ID        PIC X(06).
           05  WS-BK-EFF-DATE      PIC X(08).
       01  WS-PAGE-SIZE            PIC 9(02) VALUE 8.
       01  WS-ROW-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-FILL-SUB             PIC S9(04) COMP.

       01  WS-DETAIL-ROW.
           05  DR-EMP-ID           PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DR-EFF-DATE         PIC X(08).
           05  FILLER              PIC X(07) VALUE '  FROM '.
           05  DR-FROM-DEPT        PIC X(04).
           05  FILLER              PIC X(04) VALUE ' TO '.
           05  DR-TO-DEPT          PIC X(04).
           05  FILLER              PIC X(05) VALUE '  BY '.
           05  DR-USER-ID          PIC X(08).
           05  FILLER              PIC X(04) VALUE ' ON '.
           05  DR-KEYED-DATE       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DR-TERM-ID          PIC X(04).

       01  WS-PAGE-LINES.
           05  WS-PAGE-LINE OCCURS 8 TIMES PIC X(70).

       01  WS-XFERMNT-TIMESTAMP.
           05  WS-XM-DATE              PIC X(08).
           05  WS-XM-TIME              PIC X(06).
           05  FILLER                  PIC X(07).

           COPY DFHAID.
      * Per-terminal session record SIGNON keeps - read back and
      * refreshed on every pass, the same liveness check the menu
      * makes, so a session the idle sweep dropped cannot keep
      * working here off a stale COMMAREA.
       01  WS-SESSION-QUEUE.
           05  FILLER              PIC X(03) VALUE 'SGN'.
           05  WS-SQ-TERM-ID       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
       01  WS-SESSION-ITEM         PIC S9(4) COMP VALUE 1.
       01  WS-SESN-STAMP.
           05  WS-SESN-DATE        PIC X(08).
           05  WS-SESN-TIME        PIC X(06).
           05  FILLER              PIC X(07).

           COPY SESNREC.

           COPY MSGCODES.

       PROCEDURE DIVISION.

       MAIN-PARA.
           EXEC CICS HANDLE CONDITION
               MAPFAIL   (FIRST-TIME-DISPLAY)
               ERROR     (ABEND-XFERMNT)
           END-EXEC

           MOVE SPACES TO WS-XFERMNT-COMMAREA
           IF EIBCALEN > 0
      * The menu hands over the shorter maintenance-screen area; our
      * own RETURN carries the paging key on the end.  Only the
      * bytes actually passed are picked up so a fresh entry from
      * the menu starts with a blank key instead of litter.
               MOVE DFHCOMMAREA (1:EIBCALEN)
                   TO WS-XFERMNT-COMMAREA (1:EIBCALEN)
           END-IF

           PERFORM CHECK-TERMINAL-SESSION

           PERFORM CHECK-SUPERVISOR

           EXEC CICS RECEIVE MAP('XFRMNT')
               MAPSET('XFERMNT')
               INTO(XFRMNTI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO FIRST-TIME-DISPLAY
           END-IF

           MOVE SPACES TO MESSAGEO
           PERFORM VALIDATE-FILTERS
           IF WS-FIELDS-VALID
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF8
                       PERFORM PAGE-FORWARD
                   WHEN ACTI NOT = SPACES
                       PERFORM DO-XFER-ACTION
                       PERFORM BROWSE-FROM-TOP
                   WHEN OTHER
                       PERFORM BROWSE-FROM-TOP
               END-EVALUATE
           ELSE
               PERFORM CLEAR-PAGE-LINES
           END-IF

           PERFORM SEND-XFERMNT-MAP
           EXEC CICS RETURN
               TRANSID('XFRM')
               COMMAREA(WS-XFERMNT-COMMAREA)
           END-EXEC
           GOBACK.

      * Anyone the menu lets in may look; moving or withdrawing a
      * transfer somebody else keyed is the supervisor gate
      * EMPMAINT puts on its delete.
       CHECK-SUPERVISOR.
           SET WS-NOT-AUTHORIZED TO TRUE
           IF WS-CA-AUTH-LEVEL IS NUMERIC AND
              WS-CA-AUTH-LEVEL >= WS-SUPV-AUTH-LEVEL
               SET WS-AUTHORIZED TO TRUE
           END-IF.

      * The date range is compared to XFR-EFF-DATE character for
      * character, so either end keyed must be a full YYYYMMDD.
       VALIDATE-FILTERS.
           SET WS-FIELDS-VALID TO TRUE
           IF FFROMI NOT = SPACES AND FFROMI IS NOT NUMERIC
               SET WS-FIELDS-INVALID TO TRUE
           END-IF
           IF FTOI NOT = SPACES AND FTOI IS NOT NUMERIC
               SET WS-FIELDS-INVALID TO TRUE
           END-IF
           IF WS-FIELDS-INVALID
               MOVE 'SDT' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF.

      * An employee filter starts the browse at that employee's
      * first transfer instead of the top of the file.
       BROWSE-FROM-TOP.
           MOVE LOW-VALUES TO WS-BRW-KEY
           IF FEMPI NOT = SPACES
               MOVE FEMPI TO WS-BK-EMP-ID
           END-IF
           SET WS-NO-SKIP TO TRUE
           PERFORM FILL-PAGE-FORWARD.

       PAGE-FORWARD.
           IF WS-CA-BOT-KEY = SPACES
               PERFORM BROWSE-FROM-TOP
           ELSE
               MOVE WS-CA-BOT-KEY TO WS-BRW-KEY
               SET WS-SKIP-FIRST TO TRUE
               PERFORM FILL-PAGE-FORWARD
           END-IF.

       FILL-PAGE-FORWARD.
           PERFORM CLEAR-PAGE-LINES
           MOVE ZERO TO WS-ROW-COUNT
           SET WS-BROWSE-MORE TO TRUE
           SET WS-BROWSE-CLOSED TO TRUE
           EXEC CICS STARTBR FILE('XFERMSTR')
               RIDFLD(WS-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM READ-NEXT-TRANSFER
               UNTIL WS-BROWSE-DONE
                  OR WS-ROW-COUNT >= WS-PAGE-SIZE
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR FILE('XFERMSTR')
               END-EXEC
           END-IF
           IF WS-ROW-COUNT = 0
               MOVE SPACES TO WS-CA-BOT-KEY
               IF MESSAGEO = SPACES
                   MOVE 'EOF' TO WS-MSG-LOOKUP-CODE
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               END-IF
           END-IF.

       READ-NEXT-TRANSFER.
           EXEC CICS READNEXT FILE('XFERMSTR')
               INTO(TRANSFER-RECORD)
               RIDFLD(WS-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
      * Past the filtered employee's transfers there is nothing more
      * to show - the file is in employee order.
               IF FEMPI NOT = SPACES AND XFR-EMP-ID > FEMPI
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
      * Paging forward restarts the browse on the last row already
      * shown - that one is skipped so the next page starts fresh.
                   IF WS-SKIP-FIRST AND XFR-KEY = WS-CA-BOT-KEY
                       SET WS-NO-SKIP TO TRUE
                   ELSE
                       SET WS-NO-SKIP TO TRUE
                       PERFORM LIST-IF-SELECTED
                   END-IF
               END-IF
           END-IF.

       LIST-IF-SELECTED.
           IF (FDEPTI = SPACES OR XFR-NEW-DEPT = FDEPTI)
              AND (FFROMI = SPACES OR XFR-EFF-DATE >= FFROMI)
              AND (FTOI = SPACES OR XFR-EFF-DATE <= FTOI)
               ADD 1 TO WS-ROW-COUNT
               PERFORM FORMAT-DETAIL-ROW
               MOVE WS-DETAIL-ROW TO WS-PAGE-LINE (WS-ROW-COUNT)
               MOVE XFR-KEY TO WS-CA-BOT-KEY
           END-IF.

      * The from-department is whatever EMPMSTR holds today - the
      * department the employee will leave when the move applies.
       FORMAT-DETAIL-ROW.
           MOVE XFR-EMP-ID TO DR-EMP-ID
           MOVE XFR-EFF-DATE TO DR-EFF-DATE
           MOVE XFR-NEW-DEPT TO DR-TO-DEPT
           MOVE XFR-USER-ID TO DR-USER-ID
           MOVE XFR-KEYED-DATE TO DR-KEYED-DATE
           MOVE XFR-TERM-ID TO DR-TERM-ID
           EXEC CICS READ FILE('EMPMSTR')
               INTO(EMPLOYEE-RECORD)
               RIDFLD(XFR-EMP-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE EMP-DEPT TO DR-FROM-DEPT
           ELSE
               MOVE '????' TO DR-FROM-DEPT
           END-IF.

       CLEAR-PAGE-LINES.
           PERFORM VARYING WS-FILL-SUB FROM 1 BY 1
                   UNTIL WS-FILL-SUB > WS-PAGE-SIZE
               MOVE SPACES TO WS-PAGE-LINE (WS-FILL-SUB)
           END-PERFORM.

       DO-XFER-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-XFERMNT-TIMESTAMP
           MOVE SELEMPI TO WS-XK-EMP-ID
           MOVE SELDTI TO WS-XK-EFF-DATE
           IF WS-NOT-AUTHORIZED
               MOVE 'NAU' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           ELSE
               EVALUATE TRUE
                   WHEN ACTI = 'X'
                       PERFORM DO-XFER-CANCEL
                   WHEN ACTI = 'C'
                       PERFORM DO-XFER-CHANGE
                   WHEN OTHER
                       MOVE 'XAC' TO WS-MSG-LOOKUP-CODE
                       PERFORM LOOKUP-MESSAGE
                       MOVE WS-MSG-RESULT TO MESSAGEO
               END-EVALUATE
           END-IF.

      * No reason, no cancel - the audit entry is the only record
      * left of the transfer once it is off the file.
       DO-XFER-CANCEL.
           IF REASONI = SPACES
               MOVE 'XRS' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           ELSE
               EXEC CICS READ FILE('XFERMSTR')
                   INTO(TRANSFER-RECORD)
                   RIDFLD(WS-XFER-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'XNF' TO WS-MSG-LOOKUP-CODE
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               ELSE
                   MOVE TRANSFER-RECORD TO WS-BEFORE-IMAGE
                   EXEC CICS DELETE FILE('XFERMSTR')
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'X' TO WS-EA-FUNCTION
                       PERFORM LOG-XFER-CHANGE
                       MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
                   ELSE
                       MOVE 'XNF' TO WS-MSG-LOOKUP-CODE
                   END-IF
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               END-IF
           END-IF.

       DO-XFER-CHANGE.
           PERFORM VALIDATE-XFER-CHANGE
           IF WS-FIELDS-VALID
               EXEC CICS READ FILE('XFERMSTR')
                   INTO(TRANSFER-RECORD)
                   RIDFLD(WS-XFER-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'XNF' TO WS-MSG-LOOKUP-CODE
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               ELSE
                   PERFORM REWRITE-PENDING-TRANSFER
               END-IF
           END-IF.

      * Same rules EMPMAINT's DO-XFER applies to a new transfer: a
      * future YYYYMMDD date and a department on DEPTMSTR.  Either
      * may be left blank to keep what is pending, but not both.  A
      * new date already pending for the employee is refused before
      * anything is touched.
       VALIDATE-XFER-CHANGE.
           SET WS-FIELDS-VALID TO TRUE
           IF NEWDTI = SPACES AND NEWDPTI = SPACES
               SET WS-FIELDS-INVALID TO TRUE
               MOVE 'XNC' TO WS-MSG-LOOKUP-CODE
           END-IF
           IF WS-FIELDS-VALID AND NEWDTI NOT = SPACES
               IF NEWDTI IS NOT NUMERIC OR NEWDTI NOT > WS-XM-DATE
                   SET WS-FIELDS-INVALID TO TRUE
                   MOVE 'XFD' TO WS-MSG-LOOKUP-CODE
               ELSE
                   IF NEWDTI NOT = WS-XK-EFF-DATE
                       MOVE WS-XK-EMP-ID TO WS-NK-EMP-ID
                       MOVE NEWDTI TO WS-NK-EFF-DATE
                       EXEC CICS READ FILE('XFERMSTR')
                           INTO(TRANSFER-RECORD)
                           RIDFLD(WS-NEW-XFER-KEY)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           SET WS-FIELDS-INVALID TO TRUE
                           MOVE 'XDP' TO WS-MSG-LOOKUP-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-FIELDS-VALID AND NEWDPTI NOT = SPACES
               EXEC CICS READ FILE('DEPTMSTR')
                   INTO(DEPARTMENT-RECORD)
                   RIDFLD(NEWDPTI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-FIELDS-INVALID TO TRUE
                   MOVE 'DNF' TO WS-MSG-LOOKUP-CODE
               END-IF
           END-IF
           IF WS-FIELDS-INVALID
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF.

      * The effective date is part of the key, so a date change is
      * a delete of the old record and a write of the new one.  The
      * changed transfer is re-credited to the operator who changed
      * it - P04AS15 credits whoever keyed the move as it now
      * stands - and the original keyer survives in the audit
      * entry's before image.
       REWRITE-PENDING-TRANSFER.
           MOVE TRANSFER-RECORD TO WS-BEFORE-IMAGE
           IF NEWDPTI NOT = SPACES
               MOVE NEWDPTI TO XFR-NEW-DEPT
           END-IF
           MOVE WS-CA-USER-ID TO XFR-USER-ID
           MOVE WS-CA-TERM-ID TO XFR-TERM-ID
           MOVE WS-XM-DATE TO XFR-KEYED-DATE
           IF NEWDTI = SPACES OR NEWDTI = WS-XK-EFF-DATE
               EXEC CICS REWRITE FILE('XFERMSTR')
                   FROM(TRANSFER-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS DELETE FILE('XFERMSTR')
                   RESP(WS-RESP)
               END-EXEC
               MOVE NEWDTI TO XFR-EFF-DATE
               EXEC CICS WRITE FILE('XFERMSTR')
                   FROM(TRANSFER-RECORD)
                   RIDFLD(XFR-KEY)
                   RESP(WS-RESP)
               END-EXEC
      * Somebody keyed the new date in the moment since it was
      * checked - put the original back rather than lose the move.
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE WS-BEFORE-IMAGE TO TRANSFER-RECORD
                   EXEC CICS WRITE FILE('XFERMSTR')
                       FROM(TRANSFER-RECORD)
                       RIDFLD(XFR-KEY)
                       RESP(WS-RESTORE-RESP)
                   END-EXEC
               END-IF
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'T' TO WS-EA-FUNCTION
               PERFORM LOG-XFER-CHANGE
               MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
           ELSE
               MOVE 'XDP' TO WS-MSG-LOOKUP-CODE
           END-IF
           PERFORM LOOKUP-MESSAGE
           MOVE WS-MSG-RESULT TO MESSAGEO.

      * The same EMPQ entry EMPMAINT's LOG-EMP-CHANGE writes, with
      * transfer records for images (EMPAUD.CPY) - a cancel carries
      * the operator's reason where the after image would go.
       LOG-XFER-CHANGE.
           MOVE SPACES TO EMP-AUDIT-RECORD
           MOVE WS-XM-DATE TO EA-DATE
           MOVE WS-XM-TIME TO EA-TIME
           MOVE WS-CA-TERM-ID TO EA-TERM-ID
           MOVE WS-CA-USER-ID TO EA-USER-ID
           MOVE WS-EA-FUNCTION TO EA-FUNCTION
           MOVE WS-XK-EMP-ID TO EA-EMP-ID
           MOVE WS-BEFORE-IMAGE TO EA-BEFORE-IMAGE
           IF EA-XFER-CANCEL
               MOVE REASONI TO EA-AFTER-IMAGE
           ELSE
               MOVE TRANSFER-RECORD TO EA-AFTER-IMAGE
           END-IF
           EXEC CICS WRITEQ TD
               QUEUE('EMPQ')
               FROM(EMP-AUDIT-RECORD)
               LENGTH(LENGTH OF EMP-AUDIT-RECORD)
           END-EXEC.

       SEND-XFERMNT-MAP.
           MOVE 'PENDING DEPARTMENT TRANSFERS' TO TITLEO
           MOVE FEMPI TO FEMPO
           MOVE FDEPTI TO FDEPTO
           MOVE FFROMI TO FFROMO
           MOVE FTOI TO FTOO
           MOVE SPACES TO SELEMPO
           MOVE SPACES TO SELDTO
           MOVE SPACES TO ACTO
           MOVE SPACES TO NEWDTO
           MOVE SPACES TO NEWDPTO
           MOVE SPACES TO REASONO
           MOVE WS-PAGE-LINE (1) TO LINE01O
           MOVE WS-PAGE-LINE (2) TO LINE02O
           MOVE WS-PAGE-LINE (3) TO LINE03O
           MOVE WS-PAGE-LINE (4) TO LINE04O
           MOVE WS-PAGE-LINE (5) TO LINE05O
           MOVE WS-PAGE-LINE (6) TO LINE06O
           MOVE WS-PAGE-LINE (7) TO LINE07O
           MOVE WS-PAGE-LINE (8) TO LINE08O
           EXEC CICS SEND MAP('XFRMNT')
               MAPSET('XFERMNT')
               FROM(XFRMNTO)
               ERASE
           END-EXEC.

       FIRST-TIME-DISPLAY.
           MOVE SPACES TO XFRMNTO
           MOVE SPACES TO FEMPI
           MOVE SPACES TO FDEPTI
           MOVE SPACES TO FFROMI
           MOVE SPACES TO FTOI
           PERFORM BROWSE-FROM-TOP
           PERFORM SEND-XFERMNT-MAP
           EXEC CICS RETURN
               TRANSID('XFRM')
               COMMAREA(WS-XFERMNT-COMMAREA)
           END-EXEC
           GOBACK.

       ABEND-XFERMNT.
           MOVE SPACES TO XFRMNTO
           MOVE 'SYSTEM ERROR - CONTACT SUPPORT' TO MESSAGEO
           EXEC CICS SEND MAP('XFRMNT')
               MAPSET('XFERMNT')
               FROM(XFRMNTO)
               ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           GOBACK.

      * The COMMAREA says who signed on; the session record says
      * whether that sign-on is still alive.  Missing or belonging
      * to someone else means the idle sweep (or a new sign-on)
      * took the terminal - back to SIGNON instead of running
      * under a stale identity.  Activity here refreshes the
      * last-activity stamp just as the menu does, so an operator
      * deep in one screen never times out while working.
       CHECK-TERMINAL-SESSION.
           MOVE WS-CA-TERM-ID TO WS-SQ-TERM-ID
           EXEC CICS READQ TS
               QUEUE(WS-SESSION-QUEUE)
               INTO(TERMINAL-SESSION-RECORD)
               ITEM(WS-SESSION-ITEM)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR SES-USER-ID NOT = WS-CA-USER-ID
               EXEC CICS XCTL PROGRAM('SIGNON')
               END-EXEC
               GOBACK
           END-IF
           PERFORM REFRESH-SESSION-STAMP.

       REFRESH-SESSION-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-SESN-STAMP
           MOVE WS-SESN-DATE TO SES-LAST-DATE
           MOVE WS-SESN-TIME TO SES-LAST-TIME
           EXEC CICS DELETEQ TS
               QUEUE(WS-SESSION-QUEUE)
               RESP(WS-RESP)
           END-EXEC
           EXEC CICS WRITEQ TS
               QUEUE(WS-SESSION-QUEUE)
               FROM(TERMINAL-SESSION-RECORD)
               LENGTH(LENGTH OF TERMINAL-SESSION-RECORD)
               RESP(WS-RESP)
           END-EXEC.

           COPY MSGLOOK.
