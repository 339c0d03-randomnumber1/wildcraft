      * EMPHIST - employee lifetime change history inquiry.  Reached
      * from EMPMAINT (function H with the employee id keyed) or from
      * EMPBROWS (employee id in SELIDI, PF5); either hands over the
      * employee id the same way EMPBROWS hands one to EMPMAINT, and
      * the first display comes up already showing that employee.
      * Pages the EMPHIST file (EHSTREC.CPY - loaded at month-end by
      * P04AS29 from the EMPQ extract) newest-first: ENTER shows the
      * latest changes for the employee keyed in EMPIDI, PF8 pages
      * back toward hire.  Each change shows when, what kind, who
      * and at which terminal, then one line per field that moved
      * with its old and new value - the same breakdown the nightly
      * P04AS08 print gives.  Changes keyed since the last month-end
      * are still on the daily extract and show here after the next
      * load.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHIST.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * SYMBOLIC MAP of EMPHIST Created by CACXBMS Version 6.1.0002
       01  EMPHSTI.
           02  FILLER                            PIC X(12).
           02  TITLEL                            PIC S9(4) COMP-4.
           02  TITLEF                            PIC X.
           02  FILLER REDEFINES TITLEF.
               03  TITLEA                        PIC X.
           02  TITLEI                            PIC X(028).
           02  EMPIDL                            PIC S9(4) COMP-4.
           02  EMPIDF                            PIC X.
           02  FILLER REDEFINES EMPIDF.
               03  EMPIDA                        PIC X.
           02  EMPIDI                            PIC X(006).
           02  ENAMEL                            PIC S9(4) COMP-4.
           02  ENAMEF                            PIC X.
           02  FILLER REDEFINES ENAMEF.
               03  ENAMEA                        PIC X.
           02  ENAMEI                            PIC X(036).
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
           02  LINE09L                           PIC S9(4) COMP-4.
           02  LINE09F                           PIC X.
           02  FILLER REDEFINES LINE09F.
               03  LINE09A                       PIC X.
           02  LINE09I                           PIC X(070).
           02  LINE10L                           PIC S9(4) COMP-4.
           02  LINE10F                           PIC X.
           02  FILLER REDEFINES LINE10F.
               03  LINE10A                       PIC X.
           02  LINE10I                           PIC X(070).
           02  LINE11L                           PIC S9(4) COMP-4.
           02  LINE11F                           PIC X.
           02  FILLER REDEFINES LINE11F.
               03  LINE11A                       PIC X.
           02  LINE11I                           PIC X(070).
           02  LINE12L                           PIC S9(4) COMP-4.
           02  LINE12F                           PIC X.
           02  FILLER REDEFINES LINE12F.
               03  LINE12A                       PIC X.
           02  LINE12I                           PIC X(070).
           02  MESSAGEL                          PIC S9(4) COMP-4.
           02  MESSAGEF                          PIC X.
           02  FILLER REDEFINES MESSAGEF.
               03  MESSAGEA                      PIC X.
           02  MESSAGEI                          PIC X(050).
       01  EMPHSTO REDEFINES EMPHSTI.
           02  FILLER                            PIC X(12).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  TITLEO                            PIC X(028).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  EMPIDO                            PIC X(006).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  ENAMEO                            PIC X(036).
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
           02  LINE09O                           PIC X(070).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  LINE10O                           PIC X(070).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  LINE11O                           PIC X(070).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  LINE12O                           PIC X(070).
           02  FILLER                            PIC XX.
           02  FILLER                            PIC X.
           02  MESSAGEO                          PIC X(050).

           COPY EMPREC.
           COPY EHSTREC.

      * COMMAREA - the first four fields arrive from EMPMAINT or
      * EMPBROWS in the same shape every maintenance screen receives,
      * with the employee to show on the end.  The rest is this
      * screen's own paging state: the employee on the screen and
      * the key of the next older change not yet shown (blank once
      * the page reaches the employee's first change).
       01  WS-EMPHIST-COMMAREA.
           05  WS-CA-FUNCTION      PIC X(01).
           05  WS-CA-USER-ID       PIC X(08).
           05  WS-CA-TERM-ID       PIC X(04).
           05  WS-CA-AUTH-LEVEL    PIC 9(02).
           05  WS-CA-EMP-ID        PIC X(06).
           05  WS-CA-HIST-EMP-ID   PIC X(06).
           05  WS-CA-NEXT-KEY      PIC X(22).

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-BRW-KEY.
           05  WS-BK-EMP-ID        PIC X(06).
           05  WS-BK-STAMP         PIC X(16).
       01  WS-PAGE-SIZE            PIC 9(02) VALUE 12.
       01  WS-ROW-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-FILL-SUB             PIC S9(04) COMP.
       01  WS-ENTRY-SUB            PIC S9(04) COMP.

       01  WS-BROWSE-DONE-SW       PIC X(01).
           88  WS-BROWSE-DONE          VALUE 'Y'.
           88  WS-BROWSE-MORE          VALUE 'N'.
       01  WS-BROWSE-OPEN-SW       PIC X(01).
           88  WS-BROWSE-OPEN          VALUE 'Y'.
           88  WS-BROWSE-CLOSED        VALUE 'N'.

      * The before/after images carried on the history record are
      * whole EMPREC records - these two layouts mirror EMPREC.CPY
      * field for field so the images can be pulled apart without
      * the duplicate data names a second COPY would raise.
       01  WS-BEFORE-EMP.
           05  BE-EMP-ID           PIC X(06).
           05  BE-LAST-NAME        PIC X(20).
           05  BE-FIRST-NAME       PIC X(15).
           05  BE-DEPT             PIC X(04).
           05  BE-HIRE-DATE        PIC X(08).
           05  BE-STATUS           PIC X(01).
           05  FILLER              PIC X(10).
       01  WS-AFTER-EMP.
           05  AF-EMP-ID           PIC X(06).
           05  AF-LAST-NAME        PIC X(20).
           05  AF-FIRST-NAME       PIC X(15).
           05  AF-DEPT             PIC X(04).
           05  AF-HIRE-DATE        PIC X(08).
           05  AF-STATUS           PIC X(01).
           05  FILLER              PIC X(10).

      * On a transfer change or cancel the images are XFERREC
      * records instead - mirrored the same way - and a cancel's
      * after image holds the reason it was called off.
       01  WS-BEFORE-XFER.
           05  BX-EMP-ID           PIC X(06).
           05  BX-EFF-DATE         PIC X(08).
           05  BX-NEW-DEPT         PIC X(04).
           05  BX-USER-ID          PIC X(08).
           05  BX-TERM-ID          PIC X(04).
           05  BX-KEYED-DATE       PIC X(08).
           05  FILLER              PIC X(26).
       01  WS-AFTER-XFER.
           05  AX-EMP-ID           PIC X(06).
           05  AX-EFF-DATE         PIC X(08).
           05  AX-NEW-DEPT         PIC X(04).
           05  AX-USER-ID          PIC X(08).
           05  AX-TERM-ID          PIC X(04).
           05  AX-KEYED-DATE       PIC X(08).
           05  FILLER              PIC X(26).
       01  WS-CANCEL-REASON REDEFINES WS-AFTER-XFER.
           05  CX-REASON           PIC X(30).
           05  FILLER              PIC X(34).

       01  WS-FUNC-DESC            PIC X(12).

       01  WS-ENTRY-HDG-ROW.
           05  HR-DATE             PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  HR-TIME             PIC X(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  HR-FUNC-DESC        PIC X(12).
           05  FILLER              PIC X(04) VALUE ' BY '.
           05  HR-USER-ID          PIC X(08).
           05  FILLER              PIC X(04) VALUE ' AT '.
           05  HR-TERM-ID          PIC X(04).

       01  WS-FIELD-ROW.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FR-FIELD-NAME       PIC X(12).
           05  FILLER              PIC X(02) VALUE ': '.
           05  FR-OLD-VALUE        PIC X(20).
           05  FILLER              PIC X(04) VALUE ' -> '.
           05  FR-NEW-VALUE        PIC X(20).

       01  WS-REASON-ROW.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE
               'REASON      : '.
           05  RR-REASON           PIC X(30).

       01  WS-NOCHG-ROW.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
               'NO FIELD DIFFERENCES RECORDED'.

      * One change is laid out here first - header plus at most five
      * field lines - and only moved onto the page if all of it
      * fits, so a change is never split across two pages.
       01  WS-ENTRY-LINE-COUNT     PIC 9(02) VALUE ZERO.
       01  WS-ENTRY-LINES.
           05  WS-ENTRY-LINE OCCURS 6 TIMES PIC X(70).

       01  WS-PAGE-LINES.
           05  WS-PAGE-LINE OCCURS 12 TIMES PIC X(70).

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
               ERROR     (ABEND-EMPHIST)
           END-EXEC

           MOVE SPACES TO WS-EMPHIST-COMMAREA
           IF EIBCALEN > 0
      * EMPMAINT and EMPBROWS hand over the shorter area without the
      * paging state on the end - only the bytes actually passed
      * are picked up, the same way EMPBROWS guards its paging keys.
               MOVE DFHCOMMAREA (1:EIBCALEN)
                   TO WS-EMPHIST-COMMAREA (1:EIBCALEN)
           END-IF

           PERFORM CHECK-TERMINAL-SESSION

           EXEC CICS RECEIVE MAP('EMPHST')
               MAPSET('EMPHIST')
               INTO(EMPHSTI)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO FIRST-TIME-DISPLAY
           END-IF

           MOVE SPACES TO MESSAGEO
      * PF8 only pages on while the same employee is on the screen -
      * a new id keyed before PF8 starts that employee from the top.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF8
                AND EMPIDI = WS-CA-HIST-EMP-ID
                   PERFORM PAGE-OLDER
               WHEN OTHER
                   PERFORM BROWSE-FROM-NEWEST
           END-EVALUATE

           PERFORM SEND-EMPHIST-MAP
           EXEC CICS RETURN
               TRANSID('EMPH')
               COMMAREA(WS-EMPHIST-COMMAREA)
           END-EXEC
           GOBACK.

      * The employee's newest change is the highest key under their
      * id - the browse starts just past it and reads backward.
       BROWSE-FROM-NEWEST.
           PERFORM CLEAR-PAGE-LINES
           MOVE SPACES TO WS-CA-NEXT-KEY
           MOVE EMPIDI TO WS-CA-HIST-EMP-ID
           PERFORM SHOW-EMPLOYEE-NAME
           IF EMPIDI = SPACES
               MOVE 'NTF' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           ELSE
               MOVE EMPIDI TO WS-BK-EMP-ID
               MOVE HIGH-VALUES TO WS-BK-STAMP
               PERFORM FILL-PAGE-OLDER
               IF WS-ROW-COUNT = 0
                   MOVE 'EHN' TO WS-MSG-LOOKUP-CODE
                   PERFORM LOOKUP-MESSAGE
                   MOVE WS-MSG-RESULT TO MESSAGEO
               END-IF
           END-IF.

       PAGE-OLDER.
           PERFORM CLEAR-PAGE-LINES
           PERFORM SHOW-EMPLOYEE-NAME
           IF WS-CA-NEXT-KEY = SPACES
               MOVE ZERO TO WS-ROW-COUNT
           ELSE
               MOVE WS-CA-NEXT-KEY TO WS-BRW-KEY
               PERFORM FILL-PAGE-OLDER
           END-IF
           IF WS-ROW-COUNT = 0
               MOVE 'EOF' TO WS-MSG-LOOKUP-CODE
               PERFORM LOOKUP-MESSAGE
               MOVE WS-MSG-RESULT TO MESSAGEO
           END-IF.

      * An employee no longer on EMPMSTR still has a history - the
      * name line just stays blank.
       SHOW-EMPLOYEE-NAME.
           MOVE SPACES TO ENAMEO
           IF EMPIDI NOT = SPACES
               EXEC CICS READ FILE('EMPMSTR')
                   INTO(EMPLOYEE-RECORD)
                   RIDFLD(EMPIDI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   STRING EMP-LAST-NAME DELIMITED BY '  '
                          ', ' DELIMITED BY SIZE
                          EMP-FIRST-NAME DELIMITED BY '  '
                       INTO ENAMEO
               END-IF
           END-IF.

      * A browse started past the employee's last change lands on
      * the next employee's first one (or, past the end of the file,
      * NOTFND - restarted at the very end instead); records that
      * are not this employee's are stepped over on the way back.
       FILL-PAGE-OLDER.
           MOVE ZERO TO WS-ROW-COUNT
           MOVE SPACES TO WS-CA-NEXT-KEY
           SET WS-BROWSE-MORE TO TRUE
           SET WS-BROWSE-CLOSED TO TRUE
           EXEC CICS STARTBR FILE('EMPHIST')
               RIDFLD(WS-BRW-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-BRW-KEY
               EXEC CICS STARTBR FILE('EMPHIST')
                   RIDFLD(WS-BRW-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-BROWSE-OPEN TO TRUE
           ELSE
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM READ-PREV-HISTORY
               UNTIL WS-BROWSE-DONE
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR FILE('EMPHIST')
               END-EXEC
           END-IF.

      * A change that will not fit on what is left of the page is
      * not shown - its key is kept so PF8 starts the next page on
      * it.
       READ-PREV-HISTORY.
           EXEC CICS READPREV FILE('EMPHIST')
               INTO(EMP-HISTORY-RECORD)
               RIDFLD(WS-BRW-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF EH-EMP-ID < WS-CA-HIST-EMP-ID
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
               IF EH-EMP-ID = WS-CA-HIST-EMP-ID
                   PERFORM FORMAT-HISTORY-ENTRY
                   IF WS-ROW-COUNT + WS-ENTRY-LINE-COUNT
                           > WS-PAGE-SIZE
                       MOVE EH-KEY TO WS-CA-NEXT-KEY
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       PERFORM ADD-ENTRY-TO-PAGE
                   END-IF
               END-IF
           END-IF.

       ADD-ENTRY-TO-PAGE.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-LINE-COUNT
               ADD 1 TO WS-ROW-COUNT
               MOVE WS-ENTRY-LINE (WS-ENTRY-SUB)
                   TO WS-PAGE-LINE (WS-ROW-COUNT)
           END-PERFORM.

       FORMAT-HISTORY-ENTRY.
           MOVE SPACES TO WS-ENTRY-LINES
           MOVE ZERO TO WS-ENTRY-LINE-COUNT
           EVALUATE TRUE
               WHEN EH-ADD
                   MOVE 'ADDED       ' TO WS-FUNC-DESC
               WHEN EH-CHANGE
                   MOVE 'CHANGED     ' TO WS-FUNC-DESC
               WHEN EH-DEACTIVATE
                   MOVE 'DEACTIVATED ' TO WS-FUNC-DESC
               WHEN EH-REACTIVATE
                   MOVE 'REACTIVATED ' TO WS-FUNC-DESC
               WHEN EH-XFER-CHANGE
                   MOVE 'XFER CHANGED' TO WS-FUNC-DESC
               WHEN EH-XFER-CANCEL
                   MOVE 'XFER CANCEL ' TO WS-FUNC-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN     ' TO WS-FUNC-DESC
           END-EVALUATE
           MOVE EH-DATE TO HR-DATE
           MOVE EH-TIME TO HR-TIME
           MOVE WS-FUNC-DESC TO HR-FUNC-DESC
           MOVE EH-USER-ID TO HR-USER-ID
           MOVE EH-TERM-ID TO HR-TERM-ID
           ADD 1 TO WS-ENTRY-LINE-COUNT
           MOVE WS-ENTRY-HDG-ROW
               TO WS-ENTRY-LINE (WS-ENTRY-LINE-COUNT)
           IF EH-XFER-ENTRY
               PERFORM FORMAT-XFER-CHANGES
           ELSE
               PERFORM FORMAT-FIELD-CHANGES
           END-IF.

       FORMAT-FIELD-CHANGES.
           MOVE EH-BEFORE-IMAGE TO WS-BEFORE-EMP
           MOVE EH-AFTER-IMAGE TO WS-AFTER-EMP
           IF BE-LAST-NAME NOT = AF-LAST-NAME
               MOVE 'LAST NAME   ' TO FR-FIELD-NAME
               MOVE BE-LAST-NAME TO FR-OLD-VALUE
               MOVE AF-LAST-NAME TO FR-NEW-VALUE
               PERFORM ADD-FIELD-LINE
           END-IF
           IF BE-FIRST-NAME NOT = AF-FIRST-NAME
               MOVE 'FIRST NAME  ' TO FR-FIELD-NAME
               MOVE BE-FIRST-NAME TO FR-OLD-VALUE
               MOVE AF-FIRST-NAME TO FR-NEW-VALUE
               PERFORM ADD-FIELD-LINE
           END-IF
           IF BE-DEPT NOT = AF-DEPT
               MOVE 'DEPARTMENT  ' TO FR-FIELD-NAME
               MOVE BE-DEPT TO FR-OLD-VALUE
               MOVE AF-DEPT TO FR-NEW-VALUE
               PERFORM ADD-FIELD-LINE
           END-IF
           IF BE-HIRE-DATE NOT = AF-HIRE-DATE
               MOVE 'HIRE DATE   ' TO FR-FIELD-NAME
               MOVE BE-HIRE-DATE TO FR-OLD-VALUE
               MOVE AF-HIRE-DATE TO FR-NEW-VALUE
               PERFORM ADD-FIELD-LINE
           END-IF
           IF BE-STATUS NOT = AF-STATUS
               MOVE 'STATUS      ' TO FR-FIELD-NAME
               MOVE BE-STATUS TO FR-OLD-VALUE
               MOVE AF-STATUS TO FR-NEW-VALUE
               PERFORM ADD-FIELD-LINE
           END-IF
           IF WS-ENTRY-LINE-COUNT = 1
               ADD 1 TO WS-ENTRY-LINE-COUNT
               MOVE WS-NOCHG-ROW
                   TO WS-ENTRY-LINE (WS-ENTRY-LINE-COUNT)
           END-IF.

      * A cancel shows the move that will no longer happen and why;
      * a change shows whichever of date and department moved, plus
      * the operator who had keyed it before - as on P04AS08.
       FORMAT-XFER-CHANGES.
           MOVE EH-BEFORE-IMAGE TO WS-BEFORE-XFER
           MOVE EH-AFTER-IMAGE TO WS-AFTER-XFER
           IF EH-XFER-CANCEL
               MOVE 'EFF DATE    ' TO FR-FIELD-NAME
               MOVE BX-EFF-DATE TO FR-OLD-VALUE
               MOVE 'CANCELLED' TO FR-NEW-VALUE
               PERFORM ADD-FIELD-LINE
               MOVE 'TO DEPT     ' TO FR-FIELD-NAME
               MOVE BX-NEW-DEPT TO FR-OLD-VALUE
               MOVE 'CANCELLED' TO FR-NEW-VALUE
               PERFORM ADD-FIELD-LINE
               MOVE 'KEYED BY    ' TO FR-FIELD-NAME
               MOVE BX-USER-ID TO FR-OLD-VALUE
               MOVE SPACES TO FR-NEW-VALUE
               PERFORM ADD-FIELD-LINE
               MOVE CX-REASON TO RR-REASON
               ADD 1 TO WS-ENTRY-LINE-COUNT
               MOVE WS-REASON-ROW
                   TO WS-ENTRY-LINE (WS-ENTRY-LINE-COUNT)
           ELSE
               IF BX-EFF-DATE NOT = AX-EFF-DATE
                   MOVE 'EFF DATE    ' TO FR-FIELD-NAME
                   MOVE BX-EFF-DATE TO FR-OLD-VALUE
                   MOVE AX-EFF-DATE TO FR-NEW-VALUE
                   PERFORM ADD-FIELD-LINE
               END-IF
               IF BX-NEW-DEPT NOT = AX-NEW-DEPT
                   MOVE 'TO DEPT     ' TO FR-FIELD-NAME
                   MOVE BX-NEW-DEPT TO FR-OLD-VALUE
                   MOVE AX-NEW-DEPT TO FR-NEW-VALUE
                   PERFORM ADD-FIELD-LINE
               END-IF
               MOVE 'KEYED BY    ' TO FR-FIELD-NAME
               MOVE BX-USER-ID TO FR-OLD-VALUE
               MOVE AX-USER-ID TO FR-NEW-VALUE
               PERFORM ADD-FIELD-LINE
           END-IF.

       ADD-FIELD-LINE.
           ADD 1 TO WS-ENTRY-LINE-COUNT
           MOVE WS-FIELD-ROW TO WS-ENTRY-LINE (WS-ENTRY-LINE-COUNT).

       CLEAR-PAGE-LINES.
           PERFORM VARYING WS-FILL-SUB FROM 1 BY 1
                   UNTIL WS-FILL-SUB > WS-PAGE-SIZE
               MOVE SPACES TO WS-PAGE-LINE (WS-FILL-SUB)
           END-PERFORM.

       SEND-EMPHIST-MAP.
           MOVE 'EMPLOYEE CHANGE HISTORY' TO TITLEO
           MOVE EMPIDI TO EMPIDO
           MOVE WS-PAGE-LINE (1) TO LINE01O
           MOVE WS-PAGE-LINE (2) TO LINE02O
           MOVE WS-PAGE-LINE (3) TO LINE03O
           MOVE WS-PAGE-LINE (4) TO LINE04O
           MOVE WS-PAGE-LINE (5) TO LINE05O
           MOVE WS-PAGE-LINE (6) TO LINE06O
           MOVE WS-PAGE-LINE (7) TO LINE07O
           MOVE WS-PAGE-LINE (8) TO LINE08O
           MOVE WS-PAGE-LINE (9) TO LINE09O
           MOVE WS-PAGE-LINE (10) TO LINE10O
           MOVE WS-PAGE-LINE (11) TO LINE11O
           MOVE WS-PAGE-LINE (12) TO LINE12O
           EXEC CICS SEND MAP('EMPHST')
               MAPSET('EMPHIST')
               FROM(EMPHSTO)
               ERASE
           END-EXEC.

       FIRST-TIME-DISPLAY.
           MOVE SPACES TO EMPHSTO
           MOVE WS-CA-EMP-ID TO EMPIDI
           MOVE SPACES TO WS-CA-EMP-ID
           IF EMPIDI = SPACES
               PERFORM CLEAR-PAGE-LINES
               MOVE SPACES TO WS-CA-HIST-EMP-ID
               MOVE SPACES TO WS-CA-NEXT-KEY
           ELSE
               PERFORM BROWSE-FROM-NEWEST
           END-IF
           PERFORM SEND-EMPHIST-MAP
           EXEC CICS RETURN
               TRANSID('EMPH')
               COMMAREA(WS-EMPHIST-COMMAREA)
           END-EXEC
           GOBACK.

       ABEND-EMPHIST.
           MOVE SPACES TO EMPHSTO
           MOVE 'SYSTEM ERROR - CONTACT SUPPORT' TO MESSAGEO
           EXEC CICS SEND MAP('EMPHST')
               MAPSET('EMPHIST')
               FROM(EMPHSTO)
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
