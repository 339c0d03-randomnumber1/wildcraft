      * CALCSUB - batch calculator work submission.  XCTL'd from
      * P04AS02 like CALCINQ.  Instead of waiting for a CALCIN file
      * to be built for them, an operator keys calculator pairs
      * here in the day; each goes onto the CALCSTG staging file
      * (CSTGREC.CPY) under the operator's own id, and the P04AS28
      * unload at the head of the nightly P04AS03J run sends
      * everything staged through P04AS03 with the night's batch.
      * The results turn up in CALCINQ the next morning like any
      * other batch work.  The screen lists only the operator's own
      * entries, oldest first:
      *   IN1/IN2 with ENTER        stage a new pair
      *   SEL + C with IN1/IN2      change a staged pair
      *   SEL + D                   delete a staged pair
      *   SEL + R                   pull back a rejected line from
      *                             CALCINQ's results (SEL is its
      *                             sequence there) - the inputs
      *                             come back into IN1/IN2 to be
      *                             corrected and staged again with
      *                             ENTER, marked as correcting it
      * Inputs follow the online calculator's rules: ten digits,
      * the last two of them decimals, and no zero divisor.  Once
      * the unload has stamped an entry with its batch it is past
      * cutoff and can no longer be changed or deleted.  PF8 pages
      * forward, ENTER on its own lists from the top.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSUB.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * SYMBOLIC MAP of CALCSUB Created by CACXBMS Version 6.1.0002
       01  CALCSUBI.
           02  FILLER                            PIC X(12).
           02  TITLEL                            PIC S9(4) COMP-4.
           02  TITLEF                            PIC X.
           02  FILLER REDEFINES TITLEF.
               03  TITLEA                        PIC X.
           02  TITLEI                            PIC X(028).
           02  IN1L                              PIC S9(4) COMP-4.
           02  IN1F                              PIC X.
           02  FILLER REDEFINES IN1F.
               03  IN1A                          PIC X.
           02  IN1I                              PIC X(010).
           02  IN2L                              PIC S9(4) COMP-4.
           02  IN2F                              PIC X.
           02  FILLER REDEFINES IN2F.
               03  IN2A                          PIC X.
           02  IN2I                              PIC X(010).
           02  SELSEQL                           PIC S9(4) COMP-4.
           02  SELSEQF                           PIC X.
           02  FILLER REDEFINES SELSEQF.
               03  SELSEQA                       PIC X.
           02  SELSEQI                           PIC X(004).
           02  ACTL                              PIC S9(4) COMP-4.
           02  ACTF                              PIC X.
           02  FILLER REDEFINES ACTF.
               03  ACTA                          PIC X.
           02  ACTI                              PIC X(001).
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
           02  MESSAGEL                          PIC S9(4) COMP-4.
           02  MESSAGEF                          PIC X.
           02  FILLER REDEFINES MESSAGEF.
               03  MESSAGEA                      PIC X.
           02  MESSAGEI                          PIC X(050).
       01  CALCSUBO REDEFINES CALCSUBI.
           02  FILLER                            PIC X(12).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  TITLEO                            PIC X(028).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  IN1O                              PIC X(010).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  IN2O                              PIC X(010).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  SELSEQO                           PIC X(004).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  ACTO                              PIC X(001).
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
           02  MESSAGEO                          PIC X(050).

           COPY CSTGREC.
           COPY CRSLREC.

      * COMMAREA - the menu hand-off fields plus this screen's own
      * state: the sequence of the bottom row, so PF8 resumes past
      * it, and the CALCINQ line an R has pulled back, so the ENTER
      * that stages the correction can say which line it corrects.
       01  WS-CALCSUB-COMMAREA.
           05  WS-CA-FUNCTION      PIC X(01).
           05  WS-CA-USER-ID       PIC X(08).
           05  WS-CA-TERM-ID       PIC X(04).
           05  WS-CA-AUTH-LEVEL    PIC 9(02).
           05  WS-CA-BOT-SEQ       PIC 9(04).
           05  WS-CA-PULL-SEQ      PIC 9(04).

       01  WS-RESP                 PIC S9(8) COMP.

       01  WS-FIELDS-VALID-SW      PIC X(01).
           88  WS-FIELDS-VALID         VALUE 'Y'.
           88  WS-FIELDS-INVALID       VALUE 'N'.
       01  WS-BAD-FIELD-NAME       PIC X(08).

      * Same implied-2-decimal reading P04AS01 and P04AS03 give the
      * two inputs - only the zero-divisor test needs the value.
       01  WS-INPUT2-RAW           PIC 9(10).
       01  WS-INPUT2-DEC REDEFINES WS-INPUT2-RAW
                                    PIC 9(08)V99.

      * What goes back into IN1/IN2 - the pulled line's inputs, or
      * whatever was keyed when it was refused, so nothing needs
      * keying twice.
       01  WS-SHOW-INPUT1          PIC X(10).
       01  WS-SHOW-INPUT2          PIC X(10).

       01  WS-STAGE-KEY.
           05  WS-SK-OPER-ID       PIC X(08).
           05  WS-SK-SEQ           PIC 9(04).
       01  WS-RESULT-KEY.
           05  WS-RK-OPER-ID       PIC X(08).
           05  WS-RK-SEQ           PIC 9(04).

      * One pass over the operator's own entries finds the highest
      * sequence in use and whether a pulled line is already staged.
       01  WS-HIGH-SEQ             PIC 9(04).
       01  WS-CHECK-RESULT-SEQ     PIC 9(04).
       01  WS-RESUBMITTED-SW       PIC X(01).
           88  WS-ALREADY-RESUBMITTED  VALUE 'Y'.
           88  WS-NOT-RESUBMITTED      VALUE 'N'.

       01  WS-BROWSE-DONE-SW       PIC X(01).
           88  WS-BROWSE-DONE          VALUE 'Y'.
           88  WS-BROWSE-MORE          VALUE 'N'.
       01  WS-BROWSE-OPEN-SW       PIC X(01).
           88  WS-BROWSE-OPEN          VALUE 'Y'.
           88  WS-BROWSE-CLOSED        VALUE 'N'.
       01  WS-BRW-KEY.
           05  WS-BK-OPER-ID       PIC X(08).
           05  WS-BK-SEQ           PIC 9(04).
       01  WS-PAGE-SIZE            PIC 9(02) VALUE 8.
       01  WS-ROW-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-FILL-SUB             PIC S9(04) COMP.

       01  WS-DETAIL-ROW.
           05  FILLER              PIC X(04) VALUE 'SEQ '.
           05  DR-SEQ              PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DR-INPUT1           PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DR-INPUT2           PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DR-STAGE-DATE       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DR-STAGE-TIME       PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DR-FLAG             PIC X(20).

       01  WS-CORRECTS-FLAG.
           05  FILLER              PIC X(14) VALUE 'CORRECTS LINE '.
           05  CF-RESULT-SEQ       PIC X(04).
       01  WS-SENT-FLAG.
           05  FILLER              PIC X(08) VALUE 'SENT IN '.
           05  SF-BATCH-ID         PIC X(08).

       01  WS-PAGE-LINES.
           05  WS-PAGE-LINE OCCURS 8 TIMES PIC X(70).

       01  WS-CALCSUB-TIMESTAMP.
           05  WS-CS-DATE              PIC X(08).
           05  WS-CS-TIME              PIC X(06).
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
               ERROR     (ABEND-CALCSUB)
           END-EXEC

           MOVE SPACES TO WS-CALCSUB-COMMAREA
           IF EIBCALEN > 0
      * The menu hands over the shorter maintenance-screen area;
      * only the bytes actually passed are picked up.
               MOVE DFHCOMMAREA (1:EIBCALEN)
                   TO WS-CALCSUB-COMMAREA (1:EIBCALEN)
           END-IF
           IF WS-CA-BOT-SEQ IS NOT NUMERIC
               MOVE ZERO TO WS-CA-BOT-SEQ
           END-IF
           IF WS-CA-PULL-SEQ IS NOT NUMERIC
               MOVE ZERO TO WS-CA-PULL-SEQ
           END-IF

           PERFORM CHECK-TERMINAL-SESSION

           EXEC CICS RECEIVE MAP('CALCSUB')
               MAPSET('CALCSUB')
               INTO(CALCSUBI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO FIRST-TIME-DISPLAY
           END-IF

           MOVE SPACES TO MESSAGEO
           MOVE SPACES TO WS-SHOW-INPUT1
           MOVE SPACES TO WS-SHOW-INPUT2
           MOVE FUNCTION CURRENT-DATE TO WS-CALCSUB-TIMESTAMP
           EVALUATE TRUE
               WHEN EIBAID = DFHPF8
                   MOVE ZERO TO WS-CA-PULL-SEQ
                   PERFORM PAGE-FORWARD
               WHEN ACTI NOT = SPACES
                   PERFORM DO-STAGE-ACTION
                   PERFORM BROWSE-FROM-TOP
               WHEN IN1I NOT = SPACES OR IN2I NOT = SPACES
                   PERFORM ADD-STAGED-ENTRY
                   PERFORM BROWSE-FROM-TOP
               WHEN OTHER
                   MOVE ZERO TO WS-CA-PULL-SEQ
                   PERFORM BROWSE-FROM-TOP
           END-EVALUATE

           PERFORM SEND-CALCSUB-MAP
           EXEC CICS RETURN
               TRANSID('CALS')
               COMMAREA(WS-CALCSUB-COMMAREA)
           END-EXEC
           GOBACK.

       BROWSE-FROM-TOP.
           MOVE ZERO TO WS-CA-BOT-SEQ
           PERFORM FILL-PAGE.

       PAGE-FORWARD.
           PERFORM FILL-PAGE.

       FILL-PAGE.
           PERFORM CLEAR-PAGE-LINES
           MOVE ZERO TO WS-ROW-COUNT
           SET WS-BROWSE-MORE TO TRUE
           SET WS-BROWSE-CLOSED TO TRUE
           MOVE WS-CA-USER-ID TO WS-BK-OPER-ID
           COMPUTE WS-BK-SEQ = WS-CA-BOT-SEQ + 1
           EXEC CICS STARTBR FILE('CALCSTG')
               RIDFLD(WS-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM READ-NEXT-ENTRY
               UNTIL WS-BROWSE-DONE
                  OR WS-ROW-COUNT >= WS-PAGE-SIZE
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR FILE('CALCSTG')
               END-EXEC
           END-IF
           IF WS-ROW-COUNT = 0
               MOVE ZERO TO WS-CA-BOT-SEQ
               IF MESSAGEO = SPACES
                   MOVE 'EOF' TO WS-MSG-LOOKUP-CODE
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               END-IF
           END-IF.

      * The browse runs in key order, so the first record carrying
      * a different operator id means this operator's entries are
      * done.
       READ-NEXT-ENTRY.
           EXEC CICS READNEXT FILE('CALCSTG')
               INTO(CALC-STAGE-RECORD)
               RIDFLD(WS-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF CSG-OPER-ID NOT = WS-CA-USER-ID
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM FORMAT-DETAIL-ROW
                   MOVE WS-DETAIL-ROW TO WS-PAGE-LINE (WS-ROW-COUNT)
                   MOVE CSG-SEQ TO WS-CA-BOT-SEQ
               END-IF
           END-IF.

       FORMAT-DETAIL-ROW.
           MOVE CSG-SEQ TO DR-SEQ
           MOVE CSG-INPUT1 TO DR-INPUT1
           MOVE CSG-INPUT2 TO DR-INPUT2
           MOVE CSG-STAGE-DATE TO DR-STAGE-DATE
           MOVE CSG-STAGE-TIME TO DR-STAGE-TIME
           EVALUATE TRUE
               WHEN NOT CSG-NOT-UNLOADED
                   MOVE CSG-BATCH-ID TO SF-BATCH-ID
                   MOVE WS-SENT-FLAG TO DR-FLAG
               WHEN CSG-RESULT-SEQ > ZERO
                   MOVE CSG-RESULT-SEQ TO CF-RESULT-SEQ
                   MOVE WS-CORRECTS-FLAG TO DR-FLAG
               WHEN OTHER
                   MOVE SPACES TO DR-FLAG
           END-EVALUATE.

       CLEAR-PAGE-LINES.
           PERFORM VARYING WS-FILL-SUB FROM 1 BY 1
                   UNTIL WS-FILL-SUB > WS-PAGE-SIZE
               MOVE SPACES TO WS-PAGE-LINE (WS-FILL-SUB)
           END-PERFORM.

      * Ten digits each, as on the online calculator, and a zero
      * divisor is refused here rather than staged only to come
      * back rejected in the morning.
       EDIT-STAGE-INPUTS.
           SET WS-FIELDS-VALID TO TRUE
           IF IN1I IS NOT NUMERIC
               MOVE 'IN1' TO WS-BAD-FIELD-NAME
               SET WS-FIELDS-INVALID TO TRUE
           ELSE
               IF IN2I IS NOT NUMERIC
                   MOVE 'IN2' TO WS-BAD-FIELD-NAME
                   SET WS-FIELDS-INVALID TO TRUE
               END-IF
           END-IF

           IF WS-FIELDS-INVALID
               MOVE 'NUM' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               STRING FUNCTION TRIM(WS-MSG-RESULT) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BAD-FIELD-NAME DELIMITED BY SPACE
                   INTO MESSAGEO
           ELSE
               MOVE IN2I TO WS-INPUT2-RAW
               IF WS-INPUT2-DEC = 0
                   SET WS-FIELDS-INVALID TO TRUE
                   MOVE 'ZDV' TO WS-MSG-LOOKUP-CODE
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               END-IF
           END-IF
           IF WS-FIELDS-INVALID
               MOVE IN1I TO WS-SHOW-INPUT1
               MOVE IN2I TO WS-SHOW-INPUT2
           END-IF.

      * A refused correction keeps the pulled line in the COMMAREA
      * so the operator can fix the inputs and press ENTER again.
       ADD-STAGED-ENTRY.
           PERFORM EDIT-STAGE-INPUTS
           IF WS-FIELDS-VALID
               MOVE WS-CA-PULL-SEQ TO WS-CHECK-RESULT-SEQ
               PERFORM SCAN-OWN-ENTRIES
               IF WS-CA-PULL-SEQ > ZERO AND WS-ALREADY-RESUBMITTED
                   MOVE ZERO TO WS-CA-PULL-SEQ
                   MOVE 'CRD' TO WS-MSG-LOOKUP-CODE
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               ELSE
                   PERFORM WRITE-STAGED-ENTRY
               END-IF
           END-IF.

       WRITE-STAGED-ENTRY.
           MOVE SPACES TO CALC-STAGE-RECORD
           MOVE WS-CA-USER-ID TO CSG-OPER-ID
           COMPUTE CSG-SEQ = WS-HIGH-SEQ + 1
           MOVE IN1I TO CSG-INPUT1
           MOVE IN2I TO CSG-INPUT2
           MOVE WS-CS-DATE TO CSG-STAGE-DATE
           MOVE WS-CS-TIME TO CSG-STAGE-TIME
           MOVE WS-CA-TERM-ID TO CSG-TERM-ID
           MOVE WS-CA-PULL-SEQ TO CSG-RESULT-SEQ
           EXEC CICS WRITE FILE('CALCSTG')
               FROM(CALC-STAGE-RECORD)
               RIDFLD(CSG-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE ZERO TO WS-CA-PULL-SEQ
               MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
           ELSE
               MOVE IN1I TO WS-SHOW-INPUT1
               MOVE IN2I TO WS-SHOW-INPUT2
               MOVE 'CSW' TO WS-MSG-LOOKUP-CODE
           END-IF
           PERFORM LOOKUP-MESSAGE
           MOVE WS-MSG-RESULT TO MESSAGEO.

      * Runs the operator's own entries end to end.  The sequence
      * is only ever one above the highest in use, so a deleted
      * entry's number is not handed out again while later ones
      * are still staged.
       SCAN-OWN-ENTRIES.
           MOVE ZERO TO WS-HIGH-SEQ
           SET WS-NOT-RESUBMITTED TO TRUE
           SET WS-BROWSE-MORE TO TRUE
           SET WS-BROWSE-CLOSED TO TRUE
           MOVE WS-CA-USER-ID TO WS-BK-OPER-ID
           MOVE ZERO TO WS-BK-SEQ
           EXEC CICS STARTBR FILE('CALCSTG')
               RIDFLD(WS-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM SCAN-NEXT-ENTRY
               UNTIL WS-BROWSE-DONE
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR FILE('CALCSTG')
               END-EXEC
           END-IF.

       SCAN-NEXT-ENTRY.
           EXEC CICS READNEXT FILE('CALCSTG')
               INTO(CALC-STAGE-RECORD)
               RIDFLD(WS-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF CSG-OPER-ID NOT = WS-CA-USER-ID
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   MOVE CSG-SEQ TO WS-HIGH-SEQ
                   IF WS-CHECK-RESULT-SEQ > ZERO AND
                      CSG-RESULT-SEQ = WS-CHECK-RESULT-SEQ
                       SET WS-ALREADY-RESUBMITTED TO TRUE
                   END-IF
               END-IF
           END-IF.

       DO-STAGE-ACTION.
           MOVE ZERO TO WS-CA-PULL-SEQ
           IF SELSEQI IS NOT NUMERIC
               IF ACTI = 'R'
                   MOVE 'CRN' TO WS-MSG-LOOKUP-CODE
               ELSE
                   MOVE 'CSN' TO WS-MSG-LOOKUP-CODE
               END-IF
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           ELSE
               EVALUATE TRUE
                   WHEN ACTI = 'C'
                       PERFORM DO-STAGE-CHANGE
                   WHEN ACTI = 'D'
                       PERFORM DO-STAGE-DELETE
                   WHEN ACTI = 'R'
                       PERFORM DO-RESULT-PULL
                   WHEN OTHER
                       MOVE 'CSA' TO WS-MSG-LOOKUP-CODE
                       PERFORM LOOKUP-MESSAGE
                       MOVE WS-MSG-RESULT TO MESSAGEO
               END-EVALUATE
           END-IF.

      * The key always carries the signed-on operator's own id, so
      * nobody can reach another operator's entries by sequence.
       READ-STAGED-FOR-UPDATE.
           MOVE WS-CA-USER-ID TO WS-SK-OPER-ID
           MOVE SELSEQI TO WS-SK-SEQ
           EXEC CICS READ FILE('CALCSTG')
               INTO(CALC-STAGE-RECORD)
               RIDFLD(WS-STAGE-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-FIELDS-INVALID TO TRUE
               MOVE 'CSN' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           ELSE
               IF NOT CSG-NOT-UNLOADED
                   EXEC CICS UNLOCK FILE('CALCSTG')
                   END-EXEC
                   SET WS-FIELDS-INVALID TO TRUE
                   MOVE 'CSL' TO WS-MSG-LOOKUP-CODE
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               END-IF
           END-IF.

      * A change keeps the entry's sequence and any line it
      * corrects; the staged stamp moves to the change.
       DO-STAGE-CHANGE.
           PERFORM EDIT-STAGE-INPUTS
           IF WS-FIELDS-VALID
               PERFORM READ-STAGED-FOR-UPDATE
           END-IF
           IF WS-FIELDS-VALID
               MOVE IN1I TO CSG-INPUT1
               MOVE IN2I TO CSG-INPUT2
               MOVE WS-CS-DATE TO CSG-STAGE-DATE
               MOVE WS-CS-TIME TO CSG-STAGE-TIME
               MOVE WS-CA-TERM-ID TO CSG-TERM-ID
               EXEC CICS REWRITE FILE('CALCSTG')
                   FROM(CALC-STAGE-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
               ELSE
                   MOVE 'CSU' TO WS-MSG-LOOKUP-CODE
               END-IF
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF.

       DO-STAGE-DELETE.
           SET WS-FIELDS-VALID TO TRUE
           PERFORM READ-STAGED-FOR-UPDATE
           IF WS-FIELDS-VALID
               EXEC CICS DELETE FILE('CALCSTG')
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'OK ' TO WS-MSG-LOOKUP-CODE
               ELSE
                   MOVE 'CSU' TO WS-MSG-LOOKUP-CODE
               END-IF
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF.

      * Only a line from the operator's own latest run that the
      * batch refused (NUM, ZDV) or could not finish (OVF) can be
      * pulled, and only once - a second correction of the same
      * line while the first is still staged would post it twice.
       DO-RESULT-PULL.
           MOVE WS-CA-USER-ID TO WS-RK-OPER-ID
           MOVE SELSEQI TO WS-RK-SEQ
           EXEC CICS READ FILE('CALCRSLT')
               INTO(RESULT-MASTER-RECORD)
               RIDFLD(WS-RESULT-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CRN' TO WS-MSG-LOOKUP-CODE
               WHEN CRS-STATUS = 'OK '
                   MOVE 'CRK' TO WS-MSG-LOOKUP-CODE
               WHEN OTHER
                   MOVE WS-RK-SEQ TO WS-CHECK-RESULT-SEQ
                   PERFORM SCAN-OWN-ENTRIES
                   IF WS-ALREADY-RESUBMITTED
                       MOVE 'CRD' TO WS-MSG-LOOKUP-CODE
                   ELSE
                       MOVE WS-RK-SEQ TO WS-CA-PULL-SEQ
                       MOVE CRS-INPUT1 TO WS-SHOW-INPUT1
                       MOVE CRS-INPUT2 TO WS-SHOW-INPUT2
                       MOVE 'CSP' TO WS-MSG-LOOKUP-CODE
                   END-IF
           END-EVALUATE
           PERFORM LOOKUP-MESSAGE
           MOVE WS-MSG-RESULT TO MESSAGEO.

       SEND-CALCSUB-MAP.
           MOVE 'BATCH CALCULATOR SUBMISSION' TO TITLEO
           MOVE WS-SHOW-INPUT1 TO IN1O
           MOVE WS-SHOW-INPUT2 TO IN2O
           MOVE SPACES TO SELSEQO
           MOVE SPACES TO ACTO
           MOVE WS-PAGE-LINE (1) TO LINE01O
           MOVE WS-PAGE-LINE (2) TO LINE02O
           MOVE WS-PAGE-LINE (3) TO LINE03O
           MOVE WS-PAGE-LINE (4) TO LINE04O
           MOVE WS-PAGE-LINE (5) TO LINE05O
           MOVE WS-PAGE-LINE (6) TO LINE06O
           MOVE WS-PAGE-LINE (7) TO LINE07O
           MOVE WS-PAGE-LINE (8) TO LINE08O
           EXEC CICS SEND MAP('CALCSUB')
               MAPSET('CALCSUB')
               FROM(CALCSUBO)
               ERASE
           END-EXEC.

       FIRST-TIME-DISPLAY.
           MOVE SPACES TO CALCSUBO
           MOVE SPACES TO WS-SHOW-INPUT1
           MOVE SPACES TO WS-SHOW-INPUT2
           MOVE ZERO TO WS-CA-PULL-SEQ
           PERFORM BROWSE-FROM-TOP
           PERFORM SEND-CALCSUB-MAP
           EXEC CICS RETURN
               TRANSID('CALS')
               COMMAREA(WS-CALCSUB-COMMAREA)
           END-EXEC
           GOBACK.

       ABEND-CALCSUB.
           MOVE SPACES TO CALCSUBO
           MOVE 'SYSTEM ERROR - CONTACT SUPPORT' TO MESSAGEO
           EXEC CICS SEND MAP('CALCSUB')
               MAPSET('CALCSUB')
               FROM(CALCSUBO)
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
